      *  A lista de arquivos cobre todos os cadastros, movimentos  *
      *  e tabelas com copybook proprio; so o catalogo ARQBK01 e   *
      *  os arquivos sequenciais de passagem (remessas, logs de    *
      *  conversao) ficam fora, e o diario ARQJN01, que e a fonte  *
      *  da reaplicacao do PGJN01 sobre uma geracao restaurada e   *
      *  tem limpeza propria.                                      *
      *                                                             *
      *  Rodavel como ultimo passo da cadeia noturna (tabela 25):   *
      *  chamado pelo pgbt01 a senha vem com low-value na frente    *
      *                                                             *
      *  Data da ultima alteracao:    02/09/26     v1.00            *
      *                               02/09/26     v1.01            *
      *                               15/10/26     v1.02            *
      *                                                             *
      ***************************************************************
      *
                  alternate record key is ag01-chave-5
                  with duplicates
                  file status is ag01-status-bk.
      *
           select arqam01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is am01-chave
                  alternate record key is am01-chave-1
                  with duplicates
                  file status is am01-status-bk.
      *
           select arqap01 assign to disk
                  organization is indexed
                  with lock on multiple records
                  record key is at02-chave
                  file status is at02-status-bk.
      *
           select arqau01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is au01-chave
                  file status is au01-status-bk.
      *
           select arqav01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is av01-chave
                  file status is av01-status-bk.
      *
           select arqbe01 assign to disk
                  organization is indexed
                  alternate record key is bx01-chave-2
                  with duplicates
                  file status is bx01-status-bk.
      *
           select arqca01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ca01-chave
                  alternate record key is ca01-chave-1
                  with duplicates
                  alternate record key is ca01-chave-2
                  with duplicates
                  file status is ca01-status-bk.
      *
           select arqcb01 assign to disk
                  organization is indexed
                  alternate record key is ce05-chave-1
                  with duplicates
                  file status is ce05-status-bk.
      *
           select arqce06 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ce06-chave
                  file status is ce06-status-bk.
      *
           select arqce07 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ce07-chave
                  alternate record key is ce07-chave-1
                  with duplicates
                  file status is ce07-status-bk.
      *
           select arqce08 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ce08-chave
                  alternate record key is ce08-chave-1
                  with duplicates
                  file status is ce08-status-bk.
      *
           select arqce09 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ce09-chave
                  alternate record key is ce09-chave-1
                  with duplicates
                  alternate record key is ce09-chave-2
                  with duplicates
                  file status is ce09-status-bk.
      *
           select arqce10 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ce10-chave
                  file status is ce10-status-bk.
      *
           select arqce11 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ce11-chave
                  file status is ce11-status-bk.
      *
           select arqce12 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ce12-chave
                  file status is ce12-status-bk.
      *
           select arqce13 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ce13-chave
                  file status is ce13-status-bk.
      *
           select arqce14 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ce14-chave
                  file status is ce14-status-bk.
      *
           select arqch01 assign to disk
                  organization is indexed
                  alternate record key is ci01-chave-1
                  with duplicates
                  file status is ci01-status-bk.
      *
           select arqcm01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is cm01-chave
                  alternate record key is cm01-chave-1
                  with duplicates
                  alternate record key is cm01-chave-2
                  with duplicates
                  file status is cm01-status-bk.
      *
           select arqcm02 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is cm02-chave
                  file status is cm02-status-bk.
      *
           select arqcn01 assign to disk
                  organization is indexed
                  alternate record key is da01-chave-1
                  with duplicates
                  file status is da01-status-bk.
      *
           select arqdf01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is df01-chave
                  alternate record key is df01-chave-1
                  with duplicates
                  file status is df01-status-bk.
      *
           select arqdp01 assign to disk
                  organization is indexed
                  alternate record key is dp01-chave-1
                  with duplicates
                  file status is dp01-status-bk.
      *
           select arqdr01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is dr01-chave
                  alternate record key is dr01-chave-1
                  with duplicates
                  file status is dr01-status-bk.
      *
           select arqel01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is el01-chave
                  alternate record key is el01-chave-1
                  with duplicates
                  file status is el01-status-bk.
      *
           select arqem01 assign to disk
                  organization is indexed
                  with lock on multiple records
                  record key is ex02-chave
                  file status is ex02-status-bk.
      *
           select arqex03 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ex03-chave
                  file status is ex03-status-bk.
      *
           select arqfd01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is fd01-chave
                  file status is fd01-status-bk.
      *
           select arqfv01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is fv01-chave
                  alternate record key is fv01-chave-1
                  with duplicates
                  file status is fv01-status-bk.
      *
           select arqfx01 assign to disk
                  organization is indexed
                  with lock on multiple records
                  record key is imp-chave
                  file status is imp-status-bk.
      *
           select arqis01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is is01-chave
                  file status is is01-status-bk.
      *
           select arqis02 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is is02-chave
                  file status is is02-status-bk.
      *
           select arqjb01 assign to disk
                  organization is indexed
                  alternate record key is jb01-chave-1
                  with duplicates
                  file status is jb01-status-bk.
      *
           select arqlc01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is lc01-chave
                  file status is lc01-status-bk.
      *
           select arqld01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ld01-chave
                  alternate record key is ld01-chave-1
                  with duplicates
                  file status is ld01-status-bk.
      *
           select arqle01 assign to disk
                  organization is indexed
                  with lock on multiple records
                  record key is log01-chave
                  file status is log01-status-bk.
      *
           select arqlp01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is lp01-chave
                  alternate record key is lp01-chave-1
                  with duplicates
                  file status is lp01-status-bk.
      *
           select arqmd01 assign to disk
                  organization is indexed
                  alternate record key is md01-chave-2
                  with duplicates
                  file status is md01-status-bk.
      *
           select arqml01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ml01-chave
                  alternate record key is ml01-chave-1
                  with duplicates
                  file status is ml01-status-bk.
      *
           select arqng01 assign to disk
                  organization is indexed
                  alternate record key is or01-chave-1
                  with duplicates
                  file status is or01-status-bk.
      *
           select arqov01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ov01-chave
                  alternate record key is ov01-chave-1
                  with duplicates
                  file status is ov01-status-bk.
      *
           select arqpa01 assign to disk
                  organization is indexed
                  alternate record key is pa02-chave-1
                  with duplicates
                  file status is pa02-status-bk.
      *
           select arqpa03 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is pa03-chave
                  alternate record key is pa03-chave-1
                  with duplicates
                  file status is pa03-status-bk.
      *
           select arqpc01 assign to disk
                  organization is indexed
                  alternate record key is pd01-chave-2
                  with duplicates
                  file status is pd01-status-bk.
      *
           select arqpj01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is pj01-chave
                  alternate record key is pj01-chave-1
                  with duplicates
                  file status is pj01-status-bk.
      *
           select arqpj02 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is pj02-chave
                  file status is pj02-status-bk.
      *
           select arqpl01 assign to disk
                  organization is indexed
                  alternate record key is pl01-chave-2
                  with duplicates
                  file status is pl01-status-bk.
      *
           select arqpp01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is pp01-chave
                  file status is pp01-status-bk.
      *
           select arqpq01 assign to disk
                  organization is indexed
                  alternate record key is pq02-chave-2
                  with duplicates
                  file status is pq02-status-bk.
      *
           select arqpr01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is pr01-chave
                  alternate record key is pr01-chave-1
                  with duplicates
                  file status is pr01-status-bk.
      *
           select arqpt01 assign to disk
                  organization is indexed
                  with duplicates
                  file status is pt01-status-bk.
      *
           select arqpu01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is pu01-chave
                  alternate record key is pu01-chave-1
                  with duplicates
                  alternate record key is pu01-chave-2
                  with duplicates
                  file status is pu01-status-bk.
      *
           select arqpu02 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is pu02-chave
                  file status is pu02-status-bk.
      *
           select arqpv01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is pv01-chave
                  file status is pv01-status-bk.
      *
           select arqqd01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is qd01-chave
                  file status is qd01-status-bk.
      *
           select arqqt01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is qt01-chave
                  file status is qt01-status-bk.
      *
           select arqqt02 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is qt02-chave
                  alternate record key is qt02-chave-1
                  with duplicates
                  file status is qt02-status-bk.
      *
           select arqqt03 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is qt03-chave
                  file status is qt03-status-bk.
      *
           select arqra01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ra01-chave
                  alternate record key is ra01-chave-1
                  with duplicates
                  file status is ra01-status-bk.
      *
           select arqrb01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is rb01-chave
                  alternate record key is rb01-chave-1
                  with duplicates
                  alternate record key is rb01-chave-2
                  with duplicates
                  file status is rb01-status-bk.
      *
           select arqrc01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is rc01-chave
                  alternate record key is rc01-chave-1
                  with duplicates
                  alternate record key is rc01-chave-2
                  with duplicates
                  alternate record key is rc01-chave-3
                  with duplicates
                  file status is rc01-status-bk.
      *
           select arqrd01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is rd01-chave
                  file status is rd01-status-bk.
      *
           select arqrd02 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is rd02-chave
                  alternate record key is rd02-chave-1
                  with duplicates
                  file status is rd02-status-bk.
      *
           select arqrd03 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is rd03-chave
                  file status is rd03-status-bk.
      *
           select arqrd04 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is rd04-chave
                  alternate record key is rd04-chave-1
                  with duplicates
                  alternate record key is rd04-chave-2
                  with duplicates
                  file status is rd04-status-bk.
      *
           select arqre01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is re01-chave
                  alternate record key is re01-chave-1
                  with duplicates
                  alternate record key is re01-chave-2
                  with duplicates
                  file status is re01-status-bk.
      *
           select arqrk01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is rk01-chave
                  file status is rk01-status-bk.
      *
           select arqrl01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is rl01-chave
                  file status is rl01-status-bk.
      *
           select arqrn01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is rn01-chave
                  alternate record key is rn01-chave-1
                  with duplicates
                  file status is rn01-status-bk.
      *
           select arqrp01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is rp01-chave
                  alternate record key is rp01-chave-1
                  with duplicates
                  alternate record key is rp01-chave-2
                  with duplicates
                  file status is rp01-status-bk.
      *
           select arqrs01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is rs01-chave
                  alternate record key is rs01-chave-1
                  with duplicates
                  alternate record key is rs01-chave-2
                  with duplicates
                  file status is rs01-status-bk.
      *
           select arqsa01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is sa01-chave
                  file status is sa01-status-bk.
      *
           select arqsl01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is sl01-chave
                  alternate record key is sl01-chave-1
                  with duplicates
                  alternate record key is sl01-chave-2
                  with duplicates
                  alternate record key is sl01-chave-3
                  with duplicates
                  alternate record key is sl01-chave-4
                  with duplicates
                  file status is sl01-status-bk.
      *
           select arqsl02 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is sl02-chave
                  alternate record key is sl02-chave-1
                  with duplicates
                  file status is sl02-status-bk.
      *
           select arqsm01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is sm01-chave
                  file status is sm01-status-bk.
      *
           select arqsn01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is sn01-chave
                  file status is sn01-status-bk.
      *
           select arqsp01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is sp01-chave
                  alternate record key is sp01-chave-1
                  with duplicates
                  alternate record key is sp01-chave-2
                  with duplicates
                  file status is sp01-status-bk.
      *
           select arqss01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ss01-chave
                  file status is ss01-status-bk.
      *
           select arqtabl assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is tabl-chave
                  alternate record key is tabl-chave-1
                  with duplicates
                  file status is tabl-status-bk.
      *
           select arqtc01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is tc01-chave
                  alternate record key is tc01-chave-1
                  with duplicates
                  file status is tc01-status-bk.
      *
           select arqtc02 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is tc02-chave
                  alternate record key is tc02-chave-1
                  with duplicates
                  file status is tc02-status-bk.
      *
           select arqtc03 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is tc03-chave
                  file status is tc03-status-bk.
      *
           select arqtc04 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is tc04-chave
                  file status is tc04-status-bk.
      *
           select arqtr01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is tr01-chave
                  alternate record key is tr01-chave-1
                  with duplicates
                  file status is tr01-status-bk.
      *
           select arqtx01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is usr-chave
                  file status is usr-status-bk.
      *
           select arqvg01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is vg01-chave
                  alternate record key is vg01-chave-1
                  with duplicates
                  file status is vg01-status-bk.
      *
           select arqvg02 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is vg02-chave
                  file status is vg02-status-bk.
      *
           select arqwb03 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is wb03-chave
                  alternate record key is wb03-chave-1
                  with duplicates
                  file status is wb03-status-bk.
      *
           select arqbak assign to disk
                  organization is sequential
       copy fdab08.lib.
      *
       copy fdag01.lib.
      *
       copy fdam01.lib.
      *
       copy fdap01.lib.
      *
       copy fdat01.lib.
      *
       copy fdat02.lib.
      *
       copy fdau01.lib.
      *
       copy fdav01.lib.
      *
       copy fdbe01.lib.
      *
       copy fdbt01.lib.
      *
       copy fdbx01.lib.
      *
       copy fdca01.lib.
      *
       copy fdcb01.lib.
      *
       copy fdce04.lib.
      *
       copy fdce05.lib.
      *
       copy fdce06.lib.
      *
       copy fdce07.lib.
      *
       copy fdce08.lib.
      *
       copy fdce09.lib.
      *
       copy fdce10.lib.
      *
       copy fdce11.lib.
      *
       copy fdce12.lib.
      *
       copy fdce13.lib.
      *
       copy fdce14.lib.
      *
       copy fdch01.lib.
      *
       copy fdci01.lib.
      *
       copy fdcm01.lib.
      *
       copy fdcm02.lib.
      *
       copy fdcn01.lib.
      *
       copy fdcx01.lib.
      *
       copy fdda01.lib.
      *
       copy fddf01.lib.
      *
       copy fddp01.lib.
      *
       copy fddr01.lib.
      *
       copy fdel01.lib.
      *
       copy fdem01.lib.
      *
       copy fdex01.lib.
      *
       copy fdex02.lib.
      *
       copy fdex03.lib.
      *
       copy fdfd01.lib.
      *
       copy fdfv01.lib.
      *
       copy fdfx01.lib.
      *
       copy fdhl01.lib.
      *
       copy fdimp.lib.
      *
       copy fdis01.lib.
      *
       copy fdis02.lib.
      *
       copy fdjb01.lib.
      *
       copy fdlc01.lib.
      *
       copy fdld01.lib.
      *
       copy fdle01.lib.
      *
       copy fdlk01.lib.
      *
       copy fdlp01.lib.
      *
       copy fdmd01.lib.
      *
       copy fdml01.lib.
      *
       copy fdng01.lib.
      *
       copy fdor01.lib.
      *
       copy fdov01.lib.
      *
       copy fdpa01.lib.
      *
       copy fdpa02.lib.
      *
       copy fdpa03.lib.
      *
       copy fdpc01.lib.
      *
       copy fdpd01.lib.
      *
       copy fdpj01.lib.
      *
       copy fdpj02.lib.
      *
       copy fdpl01.lib.
      *
       copy fdpp01.lib.
      *
       copy fdpq01.lib.
      *
       copy fdpq02.lib.
      *
       copy fdpr01.lib.
      *
       copy fdpt01.lib.
      *
       copy fdpu01.lib.
      *
       copy fdpu02.lib.
      *
       copy fdpv01.lib.
      *
       copy fdqd01.lib.
      *
       copy fdqt01.lib.
      *
       copy fdqt02.lib.
      *
       copy fdqt03.lib.
      *
       copy fdra01.lib.
      *
       copy fdrb01.lib.
      *
       copy fdrc01.lib.
      *
       copy fdrd01.lib.
      *
       copy fdrd02.lib.
      *
       copy fdrd03.lib.
      *
       copy fdrd04.lib.
      *
       copy fdre01.lib.
      *
       copy fdrk01.lib.
      *
       copy fdrl01.lib.
      *
       copy fdrn01.lib.
      *
       copy fdrp01.lib.
      *
       copy fdrs01.lib.
      *
       copy fdsa01.lib.
      *
       copy fdsl01.lib.
      *
       copy fdsl02.lib.
      *
       copy fdsm01.lib.
      *
       copy fdsn01.lib.
      *
       copy fdss01.lib.
      *
       copy fdtabl.lib.
      *
       copy fdtc01.lib.
      *
       copy fdtc02.lib.
      *
       copy fdtc03.lib.
      *
       copy fdtc04.lib.
      *
       copy fdtr01.lib.
      *
       copy fdtx01.lib.
      *
       copy fdusr.lib.
      *
       copy fdvg01.lib.
      *
       copy fdvg02.lib.
      *
       copy fdwb03.lib.
      *
       copy fdlog01.lib.
      *
       01 nome-arq-ag01.
          02 filler                    pic x(16) value
          "AG2\ARQAG01A.DAT".
      *
       01 am01-status-bk               pic x(02) value "00".
       01 nome-arq-am01.
          02 filler                    pic x(16) value
          "AB2\ARQAM01A.DAT".
      *
       01 ap01-status-bk               pic x(02) value "00".
       01 nome-arq-ap01.
       01 nome-arq-at02.
          02 filler                    pic x(16) value
          "AT2\ARQAT02A.DAT".
      *
       01 au01-status-bk               pic x(02) value "00".
       01 nome-arq-au01.
          02 filler                    pic x(16) value
          "RE2\ARQAU01A.DAT".
      *
       01 av01-status-bk               pic x(02) value "00".
       01 nome-arq-av01.
          02 filler                    pic x(16) value
          "LOG\ARQAV01A.DAT".
      *
       01 be01-status-bk               pic x(02) value "00".
       01 nome-arq-be01.
       01 nome-arq-bx01.
          02 filler                    pic x(16) value
          "RC2\ARQBX01A.DAT".
      *
       01 ca01-status-bk               pic x(02) value "00".
       01 nome-arq-ca01.
          02 filler                    pic x(16) value
          "RC2\ARQCA01A.DAT".
      *
       01 cb01-status-bk               pic x(02) value "00".
       01 nome-arq-cb01.
       01 nome-arq-ce05.
          02 filler                    pic x(16) value
          "CE2\ARQCE05A.DAT".
      *
       01 ce06-status-bk               pic x(02) value "00".
       01 nome-arq-ce06.
          02 filler                    pic x(16) value
          "CE2\ARQCE06A.DAT".
      *
       01 ce07-status-bk               pic x(02) value "00".
       01 nome-arq-ce07.
          02 filler                    pic x(16) value
          "CE2\ARQCE07A.DAT".
      *
       01 ce08-status-bk               pic x(02) value "00".
       01 nome-arq-ce08.
          02 filler                    pic x(16) value
          "CE2\ARQCE08A.DAT".
      *
       01 ce09-status-bk               pic x(02) value "00".
       01 nome-arq-ce09.
          02 filler                    pic x(16) value
          "CE2\ARQCE09A.DAT".
      *
       01 ce10-status-bk               pic x(02) value "00".
       01 nome-arq-ce10.
          02 filler                    pic x(16) value
          "CE2\ARQCE10A.DAT".
      *
       01 ce11-status-bk               pic x(02) value "00".
       01 nome-arq-ce11.
          02 filler                    pic x(16) value
          "CE2\ARQCE11A.DAT".
      *
       01 ce12-status-bk               pic x(02) value "00".
       01 nome-arq-ce12.
          02 filler                    pic x(16) value
          "CE2\ARQCE12A.DAT".
      *
       01 ce13-status-bk               pic x(02) value "00".
       01 nome-arq-ce13.
          02 filler                    pic x(16) value
          "CE2\ARQCE13A.DAT".
      *
       01 ce14-status-bk               pic x(02) value "00".
       01 nome-arq-ce14.
          02 filler                    pic x(16) value
          "CE2\ARQCE14A.DAT".
      *
       01 ch01-status-bk               pic x(02) value "00".
       01 nome-arq-ch01.
       01 nome-arq-ci01.
          02 filler                    pic x(16) value
          "AB2\ARQCI01A.DAT".
      *
       01 cm01-status-bk               pic x(02) value "00".
       01 nome-arq-cm01.
          02 filler                    pic x(16) value
          "AB3\ARQCM01A.DAT".
      *
       01 cm02-status-bk               pic x(02) value "00".
       01 nome-arq-cm02.
          02 filler                    pic x(16) value
          "AB3\ARQCM02A.DAT".
      *
       01 cn01-status-bk               pic x(02) value "00".
       01 nome-arq-cn01.
       01 nome-arq-da01.
          02 filler                    pic x(16) value
          "RC2\ARQDA01A.DAT".
      *
       01 df01-status-bk               pic x(02) value "00".
       01 nome-arq-df01.
          02 filler                    pic x(16) value
          "RE2\ARQDF01A.DAT".
      *
       01 dp01-status-bk               pic x(02) value "00".
       01 nome-arq-dp01.
          02 filler                    pic x(16) value
          "CD2\ARQDP01A.DAT".
      *
       01 dr01-status-bk               pic x(02) value "00".
       01 nome-arq-dr01.
          02 filler                    pic x(16) value
          "AB2\ARQDR01A.DAT".
      *
       01 el01-status-bk               pic x(02) value "00".
       01 nome-arq-el01.
          02 filler                    pic x(16) value
          "EML\ARQEL01A.DAT".
      *
       01 em01-status-bk               pic x(02) value "00".
       01 nome-arq-em01.
       01 nome-arq-ex02.
          02 filler                    pic x(16) value
          "EX2\ARQEX02A.DAT".
      *
       01 ex03-status-bk               pic x(02) value "00".
       01 nome-arq-ex03.
          02 filler                    pic x(16) value
          "EX2\ARQEX03A.DAT".
      *
       01 fd01-status-bk               pic x(02) value "00".
       01 nome-arq-fd01.
          02 filler                    pic x(16) value
          "RC2\ARQFD01A.DAT".
      *
       01 fv01-status-bk               pic x(02) value "00".
       01 nome-arq-fv01.
          02 filler                    pic x(16) value
          "RC2\ARQFV01A.DAT".
      *
       01 fx01-status-bk               pic x(02) value "00".
       01 nome-arq-fx01.
       01 nome-arq-imp.
          02 filler                    pic x(15) value
          "IMP\ARQIMPA.DAT".
      *
       01 is01-status-bk               pic x(02) value "00".
       01 nome-arq-is01.
          02 filler                    pic x(16) value
          "AB2\ARQIS01A.DAT".
      *
       01 is02-status-bk               pic x(02) value "00".
       01 nome-arq-is02.
          02 filler                    pic x(16) value
          "AB2\ARQIS02A.DAT".
      *
       01 jb01-status-bk               pic x(02) value "00".
       01 nome-arq-jb01.
          02 filler                    pic x(16) value
          "TBL\ARQJB01A.DAT".
      *
       01 lc01-status-bk               pic x(02) value "00".
       01 nome-arq-lc01.
          02 filler                    pic x(16) value
          "AB2\ARQLC01A.DAT".
      *
       01 ld01-status-bk               pic x(02) value "00".
       01 nome-arq-ld01.
          02 filler                    pic x(16) value
          "RC2\ARQLD01A.DAT".
      *
       01 le01-status-bk               pic x(02) value "00".
       01 nome-arq-le01.
       01 nome-arq-log01.
          02 filler                    pic x(16) value
          "LOG\ARQLOG01.DAT".
      *
       01 lp01-status-bk               pic x(02) value "00".
       01 nome-arq-lp01.
          02 filler                    pic x(16) value
          "AB2\ARQLP01A.DAT".
      *
       01 md01-status-bk               pic x(02) value "00".
       01 nome-arq-md01.
          02 filler                    pic x(16) value
          "AB2\ARQMD01A.DAT".
      *
       01 ml01-status-bk               pic x(02) value "00".
       01 nome-arq-ml01.
          02 filler                    pic x(16) value
          "EML\ARQML01A.DAT".
      *
       01 ng01-status-bk               pic x(02) value "00".
       01 nome-arq-ng01.
       01 nome-arq-or01.
          02 filler                    pic x(16) value
          "RC2\ARQOR01A.DAT".
      *
       01 ov01-status-bk               pic x(02) value "00".
       01 nome-arq-ov01.
          02 filler                    pic x(16) value
          "AB2\ARQOV01A.DAT".
      *
       01 pa01-status-bk               pic x(02) value "00".
       01 nome-arq-pa01.
       01 nome-arq-pa02.
          02 filler                    pic x(16) value
          "SL1\ARQPA02A.DAT".
      *
       01 pa03-status-bk               pic x(02) value "00".
       01 nome-arq-pa03.
          02 filler                    pic x(16) value
          "SL1\ARQPA03A.DAT".
      *
       01 pc01-status-bk               pic x(02) value "00".
       01 nome-arq-pc01.
       01 nome-arq-pd01.
          02 filler                    pic x(16) value
          "RC2\ARQPD01A.DAT".
      *
       01 pj01-status-bk               pic x(02) value "00".
       01 nome-arq-pj01.
          02 filler                    pic x(16) value
          "AB2\ARQPJ01A.DAT".
      *
       01 pj02-status-bk               pic x(02) value "00".
       01 nome-arq-pj02.
          02 filler                    pic x(16) value
          "AB2\ARQPJ02A.DAT".
      *
       01 pl01-status-bk               pic x(02) value "00".
       01 nome-arq-pl01.
          02 filler                    pic x(16) value
          "AB2\ARQPL01A.DAT".
      *
       01 pp01-status-bk               pic x(02) value "00".
       01 nome-arq-pp01.
          02 filler                    pic x(16) value
          "AB2\ARQPP01A.DAT".
      *
       01 pq01-status-bk               pic x(02) value "00".
       01 nome-arq-pq01.
       01 nome-arq-pq02.
          02 filler                    pic x(16) value
          "AB2\ARQPQ02A.DAT".
      *
       01 pr01-status-bk               pic x(02) value "00".
       01 nome-arq-pr01.
          02 filler                    pic x(16) value
          "AB2\ARQPR01A.DAT".
      *
       01 pt01-status-bk               pic x(02) value "00".
       01 nome-arq-pt01.
          02 filler                    pic x(16) value
          "CE2\ARQPT01A.DAT".
      *
       01 pu01-status-bk               pic x(02) value "00".
       01 nome-arq-pu01.
          02 filler                    pic x(16) value
          "CE2\ARQPU01A.DAT".
      *
       01 pu02-status-bk               pic x(02) value "00".
       01 nome-arq-pu02.
          02 filler                    pic x(16) value
          "CE2\ARQPU02A.DAT".
      *
       01 pv01-status-bk               pic x(02) value "00".
       01 nome-arq-pv01.
          02 filler                    pic x(16) value
          "RC2\ARQPV01A.DAT".
      *
       01 qd01-status-bk               pic x(02) value "00".
       01 nome-arq-qd01.
          02 filler                    pic x(16) value
          "RC2\ARQQD01A.DAT".
      *
       01 qt01-status-bk               pic x(02) value "00".
       01 nome-arq-qt01.
          02 filler                    pic x(16) value
          "SL1\ARQQT01A.DAT".
      *
       01 qt02-status-bk               pic x(02) value "00".
       01 nome-arq-qt02.
          02 filler                    pic x(16) value
          "SL1\ARQQT02A.DAT".
      *
       01 qt03-status-bk               pic x(02) value "00".
       01 nome-arq-qt03.
          02 filler                    pic x(16) value
          "SL1\ARQQT03A.DAT".
      *
       01 ra01-status-bk               pic x(02) value "00".
       01 nome-arq-ra01.
          02 filler                    pic x(16) value
          "RE2\ARQRA01A.DAT".
      *
       01 rb01-status-bk               pic x(02) value "00".
       01 nome-arq-rb01.
          02 filler                    pic x(16) value
          "AB2\ARQRB01A.DAT".
      *
       01 rc01-status-bk               pic x(02) value "00".
       01 nome-arq-rc01.
          02 filler                    pic x(16) value
          "RC2\ARQRC01A.DAT".
      *
       01 rd01-status-bk               pic x(02) value "00".
       01 nome-arq-rd01.
          02 filler                    pic x(16) value
          "SL1\ARQRD01A.DAT".
      *
       01 rd02-status-bk               pic x(02) value "00".
       01 nome-arq-rd02.
          02 filler                    pic x(16) value
          "SL1\ARQRD02A.DAT".
      *
       01 rd03-status-bk               pic x(02) value "00".
       01 nome-arq-rd03.
          02 filler                    pic x(16) value
          "SL1\ARQRD03A.DAT".
      *
       01 rd04-status-bk               pic x(02) value "00".
       01 nome-arq-rd04.
          02 filler                    pic x(16) value
          "SL1\ARQRD04A.DAT".
      *
       01 re01-status-bk               pic x(02) value "00".
       01 nome-arq-re01.
       01 nome-arq-rk01.
          02 filler                    pic x(16) value
          "AB2\ARQRK01A.DAT".
      *
       01 rl01-status-bk               pic x(02) value "00".
       01 nome-arq-rl01.
          02 filler                    pic x(16) value
          "TBL\ARQRL01A.DAT".
      *
       01 rn01-status-bk               pic x(02) value "00".
       01 nome-arq-rn01.
          02 filler                    pic x(16) value
          "RC2\ARQRN01A.DAT".
      *
       01 rp01-status-bk               pic x(02) value "00".
       01 nome-arq-rp01.
          02 filler                    pic x(16) value
          "RC2\ARQRP01A.DAT".
      *
       01 rs01-status-bk               pic x(02) value "00".
       01 nome-arq-rs01.
          02 filler                    pic x(16) value
          "AB2\ARQRS01A.DAT".
      *
       01 sa01-status-bk               pic x(02) value "00".
       01 nome-arq-sa01.
          02 filler                    pic x(16) value
          "RC2\ARQSA01A.DAT".
      *
       01 sl01-status-bk               pic x(02) value "00".
       01 nome-arq-sl01.
          02 filler                    pic x(16) value
          "SL1\ARQSL01A.DAT".
      *
       01 sl02-status-bk               pic x(02) value "00".
       01 nome-arq-sl02.
          02 filler                    pic x(16) value
          "SL1\ARQSL02A.DAT".
      *
       01 sm01-status-bk               pic x(02) value "00".
       01 nome-arq-sm01.
          02 filler                    pic x(16) value
          "RC2\ARQSM01A.DAT".
      *
       01 sn01-status-bk               pic x(02) value "00".
       01 nome-arq-sn01.
       01 nome-arq-tabl.
          02 filler                    pic x(16) value
          "TBL\ARQTABLA.DAT".
      *
       01 tc01-status-bk               pic x(02) value "00".
       01 nome-arq-tc01.
          02 filler                    pic x(16) value
          "AB2\ARQTC01A.DAT".
      *
       01 tc02-status-bk               pic x(02) value "00".
       01 nome-arq-tc02.
          02 filler                    pic x(16) value
          "AB2\ARQTC02A.DAT".
      *
       01 tc03-status-bk               pic x(02) value "00".
       01 nome-arq-tc03.
          02 filler                    pic x(16) value
          "AB2\ARQTC03A.DAT".
      *
       01 tc04-status-bk               pic x(02) value "00".
       01 nome-arq-tc04.
          02 filler                    pic x(16) value
          "AB2\ARQTC04A.DAT".
      *
       01 tr01-status-bk               pic x(02) value "00".
       01 nome-arq-tr01.
       01 nome-arq-usr.
          02 filler                    pic x(16) value
          "USR\ARQUSR00.DAT".
      *
       01 vg01-status-bk               pic x(02) value "00".
       01 nome-arq-vg01.
          02 filler                    pic x(16) value
          "RE2\ARQVG01A.DAT".
      *
       01 vg02-status-bk               pic x(02) value "00".
       01 nome-arq-vg02.
          02 filler                    pic x(16) value
          "RE2\ARQVG02A.DAT".
      *
       01 wb03-status-bk               pic x(02) value "00".
       01 nome-arq-wb03.
          02 filler                    pic x(16) value
          "AB2\ARQWB03A.DAT".
      *
       01 bak-status                   pic x(02) value "00".
       01 nome-bak                     pic x(36) value spaces.
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGBK01".
          02 cb-versao                 pic x(06) value "v1.02 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-10                     pic x(10) value spaces.
           perform sec-bk-ab05.
           perform sec-bk-ab08.
           perform sec-bk-ag01.
           perform sec-bk-am01.
           perform sec-bk-ap01.
           perform sec-bk-as01.
           perform sec-bk-at01.
           perform sec-bk-at02.
           perform sec-bk-au01.
           perform sec-bk-av01.
           perform sec-bk-be01.
           perform sec-bk-bs01.
           perform sec-bk-bt01.
           perform sec-bk-bx01.
           perform sec-bk-ca01.
           perform sec-bk-cb01.
           perform sec-bk-cd01.
           perform sec-bk-cd02.
           perform sec-bk-ce03.
           perform sec-bk-ce04.
           perform sec-bk-ce05.
           perform sec-bk-ce06.
           perform sec-bk-ce07.
           perform sec-bk-ce08.
           perform sec-bk-ce09.
           perform sec-bk-ce10.
           perform sec-bk-ce11.
           perform sec-bk-ce12.
           perform sec-bk-ce13.
           perform sec-bk-ce14.
           perform sec-bk-ch01.
           perform sec-bk-ci01.
           perform sec-bk-cm01.
           perform sec-bk-cm02.
           perform sec-bk-cn01.
           perform sec-bk-co01.
           perform sec-bk-cp01.
           perform sec-bk-cv02.
           perform sec-bk-cx01.
           perform sec-bk-da01.
           perform sec-bk-df01.
           perform sec-bk-dp01.
           perform sec-bk-dr01.
           perform sec-bk-el01.
           perform sec-bk-em01.
           perform sec-bk-es01.
           perform sec-bk-et01.
           perform sec-bk-ex01.
           perform sec-bk-ex02.
           perform sec-bk-ex03.
           perform sec-bk-fd01.
           perform sec-bk-fv01.
           perform sec-bk-fx01.
           perform sec-bk-hb01.
           perform sec-bk-hb02.
           perform sec-bk-hc01.
           perform sec-bk-hl01.
           perform sec-bk-imp.
           perform sec-bk-is01.
           perform sec-bk-is02.
           perform sec-bk-jb01.
           perform sec-bk-lc01.
           perform sec-bk-ld01.
           perform sec-bk-le01.
           perform sec-bk-lk01.
           perform sec-bk-log01.
           perform sec-bk-lp01.
           perform sec-bk-md01.
           perform sec-bk-ml01.
           perform sec-bk-ng01.
           perform sec-bk-or01.
           perform sec-bk-ov01.
           perform sec-bk-pa01.
           perform sec-bk-pa02.
           perform sec-bk-pa03.
           perform sec-bk-pc01.
           perform sec-bk-pd01.
           perform sec-bk-pj01.
           perform sec-bk-pj02.
           perform sec-bk-pl01.
           perform sec-bk-pp01.
           perform sec-bk-pq01.
           perform sec-bk-pq02.
           perform sec-bk-pr01.
           perform sec-bk-pt01.
           perform sec-bk-pu01.
           perform sec-bk-pu02.
           perform sec-bk-pv01.
           perform sec-bk-qd01.
           perform sec-bk-qt01.
           perform sec-bk-qt02.
           perform sec-bk-qt03.
           perform sec-bk-ra01.
           perform sec-bk-rb01.
           perform sec-bk-rc01.
           perform sec-bk-rd01.
           perform sec-bk-rd02.
           perform sec-bk-rd03.
           perform sec-bk-rd04.
           perform sec-bk-re01.
           perform sec-bk-rk01.
           perform sec-bk-rl01.
           perform sec-bk-rn01.
           perform sec-bk-rp01.
           perform sec-bk-rs01.
           perform sec-bk-sa01.
           perform sec-bk-sl01.
           perform sec-bk-sl02.
           perform sec-bk-sm01.
           perform sec-bk-sn01.
           perform sec-bk-sp01.
           perform sec-bk-ss01.
           perform sec-bk-tabl.
           perform sec-bk-tc01.
           perform sec-bk-tc02.
           perform sec-bk-tc03.
           perform sec-bk-tc04.
           perform sec-bk-tr01.
           perform sec-bk-tx01.
           perform sec-bk-usr.
           perform sec-bk-vg01.
           perform sec-bk-vg02.
           perform sec-bk-wb03.
      *
       lab-bck-fim.
           perform rot-close-bk01.
           go to rot-conta-ag01.
       rot-conta-ag01-fim.
           exit.
      *
       sec-bk-am01 section.
      *
       lab-bk-am01-00.
           move "ARQAM01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqam01.
           if am01-status-bk not = "00"
              go to lab-bk-am01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-am01 thru rot-conta-am01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqam01
                 add 1 to tot-pulados
                 go to lab-bk-am01-fim
              end-if
              close arqam01
              open input arqam01
              if am01-status-bk not = "00"
                 go to lab-bk-am01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqam01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-am01-fim
           end-if.
      *
       lab-bk-am01-01.
           read arqam01 next record at end
                go to lab-bk-am01-02
           end-read.
           write reg-bak from reg-am01.
           add 1 to cont-copia.
           go to lab-bk-am01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-am01-02.
           close arqam01 arqbak.
           open input arqam01.
           open input arqbak.
           if am01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-am01-04
           end-if.
      *
       lab-bk-am01-03.
           read arqbak at end
                go to lab-bk-am01-04
           end-read.
           read arqam01 next record at end
                move "N" to flag-resultado
                go to lab-bk-am01-04
           end-read.
           if reg-bak not = reg-am01
              add 1 to cont-difer
           end-if.
           go to lab-bk-am01-03.
      *
       lab-bk-am01-04.
           close arqam01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-am01-fim.
           exit.
      *
       rot-conta-am01.
           read arqam01 next record at end
                go to rot-conta-am01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-am01.
       rot-conta-am01-fim.
           exit.
      *
       sec-bk-ap01 section.
      *
       rot-conta-at02-fim.
           exit.
      *
       sec-bk-au01 section.
      *
       lab-bk-au01-00.
           move "ARQAU01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqau01.
           if au01-status-bk not = "00"
              go to lab-bk-au01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-au01 thru rot-conta-au01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqau01
                 add 1 to tot-pulados
                 go to lab-bk-au01-fim
              end-if
              close arqau01
              open input arqau01
              if au01-status-bk not = "00"
                 go to lab-bk-au01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqau01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-au01-fim
           end-if.
      *
       lab-bk-au01-01.
           read arqau01 next record at end
                go to lab-bk-au01-02
           end-read.
           write reg-bak from reg-au01.
           add 1 to cont-copia.
           go to lab-bk-au01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-au01-02.
           close arqau01 arqbak.
           open input arqau01.
           open input arqbak.
           if au01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-au01-04
           end-if.
      *
       lab-bk-au01-03.
           read arqbak at end
                go to lab-bk-au01-04
           end-read.
           read arqau01 next record at end
                move "N" to flag-resultado
                go to lab-bk-au01-04
           end-read.
           if reg-bak not = reg-au01
              add 1 to cont-difer
           end-if.
           go to lab-bk-au01-03.
      *
       lab-bk-au01-04.
           close arqau01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-au01-fim.
           exit.
      *
       rot-conta-au01.
           read arqau01 next record at end
                go to rot-conta-au01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-au01.
       rot-conta-au01-fim.
           exit.
      *
       sec-bk-av01 section.
      *
       lab-bk-av01-00.
           move "ARQAV01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqav01.
           if av01-status-bk not = "00"
              go to lab-bk-av01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-av01 thru rot-conta-av01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqav01
                 add 1 to tot-pulados
                 go to lab-bk-av01-fim
              end-if
              close arqav01
              open input arqav01
              if av01-status-bk not = "00"
                 go to lab-bk-av01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqav01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-av01-fim
           end-if.
      *
       lab-bk-av01-01.
           read arqav01 next record at end
                go to lab-bk-av01-02
           end-read.
           write reg-bak from reg-av01.
           add 1 to cont-copia.
           go to lab-bk-av01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-av01-02.
           close arqav01 arqbak.
           open input arqav01.
           open input arqbak.
           if av01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-av01-04
           end-if.
      *
       lab-bk-av01-03.
           read arqbak at end
                go to lab-bk-av01-04
           end-read.
           read arqav01 next record at end
                move "N" to flag-resultado
                go to lab-bk-av01-04
           end-read.
           if reg-bak not = reg-av01
              add 1 to cont-difer
           end-if.
           go to lab-bk-av01-03.
      *
       lab-bk-av01-04.
           close arqav01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-av01-fim.
           exit.
      *
       rot-conta-av01.
           read arqav01 next record at end
                go to rot-conta-av01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-av01.
       rot-conta-av01-fim.
           exit.
      *
       sec-bk-be01 section.
      *
       lab-bk-be01-00.
           move "ARQBE01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqbe01.
           if be01-status-bk not = "00"
              go to lab-bk-be01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-be01 thru rot-conta-be01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqbe01
                 add 1 to tot-pulados
                 go to lab-bk-be01-fim
              end-if
              close arqbe01
              open input arqbe01
              if be01-status-bk not = "00"
                 go to lab-bk-be01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqbe01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-be01-fim
           end-if.
      *
       lab-bk-be01-01.
           read arqbe01 next record at end
                go to lab-bk-be01-02
           end-read.
           write reg-bak from reg-be01.
           add 1 to cont-copia.
           go to lab-bk-be01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-be01-02.
           close arqbe01 arqbak.
           open input arqbe01.
           open input arqbak.
           if be01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-be01-04
           end-if.
      *
       lab-bk-be01-03.
           read arqbak at end
                go to lab-bk-be01-04
           end-read.
           read arqbe01 next record at end
                move "N" to flag-resultado
                go to lab-bk-be01-04
           end-read.
           if reg-bak not = reg-be01
              add 1 to cont-difer
           end-if.
           go to lab-bk-be01-03.
      *
       lab-bk-be01-04.
           close arqbe01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-be01-fim.
           exit.
      *
       rot-conta-be01.
           read arqbe01 next record at end
                go to rot-conta-be01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-be01.
       rot-conta-be01-fim.
           exit.
      *
       sec-bk-bs01 section.
      *
       lab-bk-bs01-00.
           move "ARQBS01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqbs01.
           if bs01-status-bk not = "00"
              go to lab-bk-bs01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-bs01 thru rot-conta-bs01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqbs01
                 add 1 to tot-pulados
                 go to lab-bk-bs01-fim
              end-if
              close arqbs01
              open input arqbs01
              if bs01-status-bk not = "00"
                 go to lab-bk-bs01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqbs01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-bs01-fim
           end-if.
      *
       lab-bk-bs01-01.
           read arqbs01 next record at end
                go to lab-bk-bs01-02
           end-read.
           write reg-bak from reg-bs01.
           add 1 to cont-copia.
           go to lab-bk-bs01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-bs01-02.
           close arqbs01 arqbak.
           open input arqbs01.
           open input arqbak.
           if bs01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-bs01-04
           end-if.
      *
       lab-bk-bs01-03.
           read arqbak at end
                go to lab-bk-bs01-04
           end-read.
           read arqbs01 next record at end
                move "N" to flag-resultado
                go to lab-bk-bs01-04
           end-read.
           if reg-bak not = reg-bs01
              add 1 to cont-difer
           end-if.
           go to lab-bk-bs01-03.
      *
       lab-bk-bs01-04.
           close arqbs01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-bs01-fim.
           exit.
      *
       rot-conta-bs01.
           read arqbs01 next record at end
                go to rot-conta-bs01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-bs01.
       rot-conta-bs01-fim.
           exit.
      *
       sec-bk-bt01 section.
      *
       lab-bk-bt01-00.
           move "ARQBT01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqbt01.
           if bt01-status-bk not = "00"
              go to lab-bk-bt01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           go to rot-conta-bx01.
       rot-conta-bx01-fim.
           exit.
      *
       sec-bk-ca01 section.
      *
       lab-bk-ca01-00.
           move "ARQCA01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqca01.
           if ca01-status-bk not = "00"
              go to lab-bk-ca01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-ca01 thru rot-conta-ca01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqca01
                 add 1 to tot-pulados
                 go to lab-bk-ca01-fim
              end-if
              close arqca01
              open input arqca01
              if ca01-status-bk not = "00"
                 go to lab-bk-ca01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqca01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-ca01-fim
           end-if.
      *
       lab-bk-ca01-01.
           read arqca01 next record at end
                go to lab-bk-ca01-02
           end-read.
           write reg-bak from reg-ca01.
           add 1 to cont-copia.
           go to lab-bk-ca01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-ca01-02.
           close arqca01 arqbak.
           open input arqca01.
           open input arqbak.
           if ca01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-ca01-04
           end-if.
      *
       lab-bk-ca01-03.
           read arqbak at end
                go to lab-bk-ca01-04
           end-read.
           read arqca01 next record at end
                move "N" to flag-resultado
                go to lab-bk-ca01-04
           end-read.
           if reg-bak not = reg-ca01
              add 1 to cont-difer
           end-if.
           go to lab-bk-ca01-03.
      *
       lab-bk-ca01-04.
           close arqca01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-ca01-fim.
           exit.
      *
       rot-conta-ca01.
           read arqca01 next record at end
                go to rot-conta-ca01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-ca01.
       rot-conta-ca01-fim.
           exit.
      *
       sec-bk-cb01 section.
      *
       rot-conta-ce05-fim.
           exit.
      *
       sec-bk-ce06 section.
      *
       lab-bk-ce06-00.
           move "ARQCE06A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqce06.
           if ce06-status-bk not = "00"
              go to lab-bk-ce06-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-ce06 thru rot-conta-ce06-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqce06
                 add 1 to tot-pulados
                 go to lab-bk-ce06-fim
              end-if
              close arqce06
              open input arqce06
              if ce06-status-bk not = "00"
                 go to lab-bk-ce06-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqce06
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-ce06-fim
           end-if.
      *
       lab-bk-ce06-01.
           read arqce06 next record at end
                go to lab-bk-ce06-02
           end-read.
           write reg-bak from reg-ce06.
           add 1 to cont-copia.
           go to lab-bk-ce06-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-ce06-02.
           close arqce06 arqbak.
           open input arqce06.
           open input arqbak.
           if ce06-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-ce06-04
           end-if.
      *
       lab-bk-ce06-03.
           read arqbak at end
                go to lab-bk-ce06-04
           end-read.
           read arqce06 next record at end
                move "N" to flag-resultado
                go to lab-bk-ce06-04
           end-read.
           if reg-bak not = reg-ce06
              add 1 to cont-difer
           end-if.
           go to lab-bk-ce06-03.
      *
       lab-bk-ce06-04.
           close arqce06 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-ce06-fim.
           exit.
      *
       rot-conta-ce06.
           read arqce06 next record at end
                go to rot-conta-ce06-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-ce06.
       rot-conta-ce06-fim.
           exit.
      *
       sec-bk-ce07 section.
      *
       lab-bk-ce07-00.
           move "ARQCE07A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqce07.
           if ce07-status-bk not = "00"
              go to lab-bk-ce07-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-ce07 thru rot-conta-ce07-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqce07
                 add 1 to tot-pulados
                 go to lab-bk-ce07-fim
              end-if
              close arqce07
              open input arqce07
              if ce07-status-bk not = "00"
                 go to lab-bk-ce07-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqce07
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-ce07-fim
           end-if.
      *
       lab-bk-ce07-01.
           read arqce07 next record at end
                go to lab-bk-ce07-02
           end-read.
           write reg-bak from reg-ce07.
           add 1 to cont-copia.
           go to lab-bk-ce07-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-ce07-02.
           close arqce07 arqbak.
           open input arqce07.
           open input arqbak.
           if ce07-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-ce07-04
           end-if.
      *
       lab-bk-ce07-03.
           read arqbak at end
                go to lab-bk-ce07-04
           end-read.
           read arqce07 next record at end
                move "N" to flag-resultado
                go to lab-bk-ce07-04
           end-read.
           if reg-bak not = reg-ce07
              add 1 to cont-difer
           end-if.
           go to lab-bk-ce07-03.
      *
       lab-bk-ce07-04.
           close arqce07 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-ce07-fim.
           exit.
      *
       rot-conta-ce07.
           read arqce07 next record at end
                go to rot-conta-ce07-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-ce07.
       rot-conta-ce07-fim.
           exit.
      *
       sec-bk-ce08 section.
      *
       lab-bk-ce08-00.
           move "ARQCE08A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqce08.
           if ce08-status-bk not = "00"
              go to lab-bk-ce08-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-ce08 thru rot-conta-ce08-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqce08
                 add 1 to tot-pulados
                 go to lab-bk-ce08-fim
              end-if
              close arqce08
              open input arqce08
              if ce08-status-bk not = "00"
                 go to lab-bk-ce08-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqce08
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-ce08-fim
           end-if.
      *
       lab-bk-ce08-01.
           read arqce08 next record at end
                go to lab-bk-ce08-02
           end-read.
           write reg-bak from reg-ce08.
           add 1 to cont-copia.
           go to lab-bk-ce08-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-ce08-02.
           close arqce08 arqbak.
           open input arqce08.
           open input arqbak.
           if ce08-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-ce08-04
           end-if.
      *
       lab-bk-ce08-03.
           read arqbak at end
                go to lab-bk-ce08-04
           end-read.
           read arqce08 next record at end
                move "N" to flag-resultado
                go to lab-bk-ce08-04
           end-read.
           if reg-bak not = reg-ce08
              add 1 to cont-difer
           end-if.
           go to lab-bk-ce08-03.
      *
       lab-bk-ce08-04.
           close arqce08 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-ce08-fim.
           exit.
      *
       rot-conta-ce08.
           read arqce08 next record at end
                go to rot-conta-ce08-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-ce08.
       rot-conta-ce08-fim.
           exit.
      *
       sec-bk-ce09 section.
      *
       lab-bk-ce09-00.
           move "ARQCE09A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqce09.
           if ce09-status-bk not = "00"
              go to lab-bk-ce09-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-ce09 thru rot-conta-ce09-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqce09
                 add 1 to tot-pulados
                 go to lab-bk-ce09-fim
              end-if
              close arqce09
              open input arqce09
              if ce09-status-bk not = "00"
                 go to lab-bk-ce09-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqce09
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-ce09-fim
           end-if.
      *
       lab-bk-ce09-01.
           read arqce09 next record at end
                go to lab-bk-ce09-02
           end-read.
           write reg-bak from reg-ce09.
           add 1 to cont-copia.
           go to lab-bk-ce09-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-ce09-02.
           close arqce09 arqbak.
           open input arqce09.
           open input arqbak.
           if ce09-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-ce09-04
           end-if.
      *
       lab-bk-ce09-03.
           read arqbak at end
                go to lab-bk-ce09-04
           end-read.
           read arqce09 next record at end
                move "N" to flag-resultado
                go to lab-bk-ce09-04
           end-read.
           if reg-bak not = reg-ce09
              add 1 to cont-difer
           end-if.
           go to lab-bk-ce09-03.
      *
       lab-bk-ce09-04.
           close arqce09 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-ce09-fim.
           exit.
      *
       rot-conta-ce09.
           read arqce09 next record at end
                go to rot-conta-ce09-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-ce09.
       rot-conta-ce09-fim.
           exit.
      *
       sec-bk-ce10 section.
      *
       lab-bk-ce10-00.
           move "ARQCE10A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqce10.
           if ce10-status-bk not = "00"
              go to lab-bk-ce10-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-ce10 thru rot-conta-ce10-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqce10
                 add 1 to tot-pulados
                 go to lab-bk-ce10-fim
              end-if
              close arqce10
              open input arqce10
              if ce10-status-bk not = "00"
                 go to lab-bk-ce10-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqce10
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-ce10-fim
           end-if.
      *
       lab-bk-ce10-01.
           read arqce10 next record at end
                go to lab-bk-ce10-02
           end-read.
           write reg-bak from reg-ce10.
           add 1 to cont-copia.
           go to lab-bk-ce10-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-ce10-02.
           close arqce10 arqbak.
           open input arqce10.
           open input arqbak.
           if ce10-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-ce10-04
           end-if.
      *
       lab-bk-ce10-03.
           read arqbak at end
                go to lab-bk-ce10-04
           end-read.
           read arqce10 next record at end
                move "N" to flag-resultado
                go to lab-bk-ce10-04
           end-read.
           if reg-bak not = reg-ce10
              add 1 to cont-difer
           end-if.
           go to lab-bk-ce10-03.
      *
       lab-bk-ce10-04.
           close arqce10 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-ce10-fim.
           exit.
      *
       rot-conta-ce10.
           read arqce10 next record at end
                go to rot-conta-ce10-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-ce10.
       rot-conta-ce10-fim.
           exit.
      *
       sec-bk-ce11 section.
      *
       lab-bk-ce11-00.
           move "ARQCE11A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqce11.
           if ce11-status-bk not = "00"
              go to lab-bk-ce11-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-ce11 thru rot-conta-ce11-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqce11
                 add 1 to tot-pulados
                 go to lab-bk-ce11-fim
              end-if
              close arqce11
              open input arqce11
              if ce11-status-bk not = "00"
                 go to lab-bk-ce11-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqce11
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-ce11-fim
           end-if.
      *
       lab-bk-ce11-01.
           read arqce11 next record at end
                go to lab-bk-ce11-02
           end-read.
           write reg-bak from reg-ce11.
           add 1 to cont-copia.
           go to lab-bk-ce11-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-ce11-02.
           close arqce11 arqbak.
           open input arqce11.
           open input arqbak.
           if ce11-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-ce11-04
           end-if.
      *
       lab-bk-ce11-03.
           read arqbak at end
                go to lab-bk-ce11-04
           end-read.
           read arqce11 next record at end
                move "N" to flag-resultado
                go to lab-bk-ce11-04
           end-read.
           if reg-bak not = reg-ce11
              add 1 to cont-difer
           end-if.
           go to lab-bk-ce11-03.
      *
       lab-bk-ce11-04.
           close arqce11 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-ce11-fim.
           exit.
      *
       rot-conta-ce11.
           read arqce11 next record at end
                go to rot-conta-ce11-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-ce11.
       rot-conta-ce11-fim.
           exit.
      *
       sec-bk-ce12 section.
      *
       lab-bk-ce12-00.
           move "ARQCE12A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqce12.
           if ce12-status-bk not = "00"
              go to lab-bk-ce12-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-ce12 thru rot-conta-ce12-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqce12
                 add 1 to tot-pulados
                 go to lab-bk-ce12-fim
              end-if
              close arqce12
              open input arqce12
              if ce12-status-bk not = "00"
                 go to lab-bk-ce12-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqce12
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-ce12-fim
           end-if.
      *
       lab-bk-ce12-01.
           read arqce12 next record at end
                go to lab-bk-ce12-02
           end-read.
           write reg-bak from reg-ce12.
           add 1 to cont-copia.
           go to lab-bk-ce12-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-ce12-02.
           close arqce12 arqbak.
           open input arqce12.
           open input arqbak.
           if ce12-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-ce12-04
           end-if.
      *
       lab-bk-ce12-03.
           read arqbak at end
                go to lab-bk-ce12-04
           end-read.
           read arqce12 next record at end
                move "N" to flag-resultado
                go to lab-bk-ce12-04
           end-read.
           if reg-bak not = reg-ce12
              add 1 to cont-difer
           end-if.
           go to lab-bk-ce12-03.
      *
       lab-bk-ce12-04.
           close arqce12 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-ce12-fim.
           exit.
      *
       rot-conta-ce12.
           read arqce12 next record at end
                go to rot-conta-ce12-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-ce12.
       rot-conta-ce12-fim.
           exit.
      *
       sec-bk-ce13 section.
      *
       lab-bk-ce13-00.
           move "ARQCE13A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqce13.
           if ce13-status-bk not = "00"
              go to lab-bk-ce13-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-ce13 thru rot-conta-ce13-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqce13
                 add 1 to tot-pulados
                 go to lab-bk-ce13-fim
              end-if
              close arqce13
              open input arqce13
              if ce13-status-bk not = "00"
                 go to lab-bk-ce13-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqce13
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-ce13-fim
           end-if.
      *
       lab-bk-ce13-01.
           read arqce13 next record at end
                go to lab-bk-ce13-02
           end-read.
           write reg-bak from reg-ce13.
           add 1 to cont-copia.
           go to lab-bk-ce13-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-ce13-02.
           close arqce13 arqbak.
           open input arqce13.
           open input arqbak.
           if ce13-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-ce13-04
           end-if.
      *
       lab-bk-ce13-03.
           read arqbak at end
                go to lab-bk-ce13-04
           end-read.
           read arqce13 next record at end
                move "N" to flag-resultado
                go to lab-bk-ce13-04
           end-read.
           if reg-bak not = reg-ce13
              add 1 to cont-difer
           end-if.
           go to lab-bk-ce13-03.
      *
       lab-bk-ce13-04.
           close arqce13 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-ce13-fim.
           exit.
      *
       rot-conta-ce13.
           read arqce13 next record at end
                go to rot-conta-ce13-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-ce13.
       rot-conta-ce13-fim.
           exit.
      *
       sec-bk-ce14 section.
      *
       lab-bk-ce14-00.
           move "ARQCE14A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqce14.
           if ce14-status-bk not = "00"
              go to lab-bk-ce14-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-ce14 thru rot-conta-ce14-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqce14
                 add 1 to tot-pulados
                 go to lab-bk-ce14-fim
              end-if
              close arqce14
              open input arqce14
              if ce14-status-bk not = "00"
                 go to lab-bk-ce14-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqce14
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-ce14-fim
           end-if.
      *
       lab-bk-ce14-01.
           read arqce14 next record at end
                go to lab-bk-ce14-02
           end-read.
           write reg-bak from reg-ce14.
           add 1 to cont-copia.
           go to lab-bk-ce14-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-ce14-02.
           close arqce14 arqbak.
           open input arqce14.
           open input arqbak.
           if ce14-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-ce14-04
           end-if.
      *
       lab-bk-ce14-03.
           read arqbak at end
                go to lab-bk-ce14-04
           end-read.
           read arqce14 next record at end
                move "N" to flag-resultado
                go to lab-bk-ce14-04
           end-read.
           if reg-bak not = reg-ce14
              add 1 to cont-difer
           end-if.
           go to lab-bk-ce14-03.
      *
       lab-bk-ce14-04.
           close arqce14 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-ce14-fim.
           exit.
      *
       rot-conta-ce14.
           read arqce14 next record at end
                go to rot-conta-ce14-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-ce14.
       rot-conta-ce14-fim.
           exit.
      *
       sec-bk-ch01 section.
      *
       lab-bk-ch01-00.
           move "ARQCH01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqch01.
           if ch01-status-bk not = "00"
              go to lab-bk-ch01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-ch01 thru rot-conta-ch01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqch01
                 add 1 to tot-pulados
                 go to lab-bk-ch01-fim
              end-if
              close arqch01
              open input arqch01
              if ch01-status-bk not = "00"
                 go to lab-bk-ch01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqch01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-ch01-fim
           end-if.
      *
       lab-bk-ch01-01.
           read arqch01 next record at end
                go to lab-bk-ch01-02
           end-read.
           write reg-bak from reg-ch01.
           add 1 to cont-copia.
           go to lab-bk-ch01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-ch01-02.
           close arqch01 arqbak.
           open input arqch01.
           open input arqbak.
           if ch01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-ch01-04
           end-if.
      *
       lab-bk-ch01-03.
           read arqbak at end
                go to lab-bk-ch01-04
           end-read.
           read arqch01 next record at end
                move "N" to flag-resultado
                go to lab-bk-ch01-04
           end-read.
           if reg-bak not = reg-ch01
              add 1 to cont-difer
           end-if.
           go to lab-bk-ch01-03.
      *
       lab-bk-ch01-04.
           close arqch01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-ch01-fim.
           exit.
      *
       rot-conta-ch01.
           read arqch01 next record at end
                go to rot-conta-ch01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-ch01.
       rot-conta-ch01-fim.
           exit.
      *
       sec-bk-ci01 section.
      *
       lab-bk-ci01-00.
           move "ARQCI01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqci01.
           if ci01-status-bk not = "00"
              go to lab-bk-ci01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-ci01 thru rot-conta-ci01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqci01
                 add 1 to tot-pulados
                 go to lab-bk-ci01-fim
              end-if
              close arqci01
              open input arqci01
              if ci01-status-bk not = "00"
                 go to lab-bk-ci01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqci01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-ci01-fim
           end-if.
      *
       lab-bk-ci01-01.
           read arqci01 next record at end
                go to lab-bk-ci01-02
           end-read.
           write reg-bak from reg-ci01.
           add 1 to cont-copia.
           go to lab-bk-ci01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-ci01-02.
           close arqci01 arqbak.
           open input arqci01.
           open input arqbak.
           if ci01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-ci01-04
           end-if.
      *
       lab-bk-ci01-03.
           read arqbak at end
                go to lab-bk-ci01-04
           end-read.
           read arqci01 next record at end
                move "N" to flag-resultado
                go to lab-bk-ci01-04
           end-read.
           if reg-bak not = reg-ci01
              add 1 to cont-difer
           end-if.
           go to lab-bk-ci01-03.
      *
       lab-bk-ci01-04.
           close arqci01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-ci01-fim.
           exit.
      *
       rot-conta-ci01.
           read arqci01 next record at end
                go to rot-conta-ci01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-ci01.
       rot-conta-ci01-fim.
           exit.
      *
       sec-bk-cm01 section.
      *
       lab-bk-cm01-00.
           move "ARQCM01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqcm01.
           if cm01-status-bk not = "00"
              go to lab-bk-cm01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-cm01 thru rot-conta-cm01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqcm01
                 add 1 to tot-pulados
                 go to lab-bk-cm01-fim
              end-if
              close arqcm01
              open input arqcm01
              if cm01-status-bk not = "00"
                 go to lab-bk-cm01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqcm01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-cm01-fim
           end-if.
      *
       lab-bk-cm01-01.
           read arqcm01 next record at end
                go to lab-bk-cm01-02
           end-read.
           write reg-bak from reg-cm01.
           add 1 to cont-copia.
           go to lab-bk-cm01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-cm01-02.
           close arqcm01 arqbak.
           open input arqcm01.
           open input arqbak.
           if cm01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-cm01-04
           end-if.
      *
       lab-bk-cm01-03.
           read arqbak at end
                go to lab-bk-cm01-04
           end-read.
           read arqcm01 next record at end
                move "N" to flag-resultado
                go to lab-bk-cm01-04
           end-read.
           if reg-bak not = reg-cm01
              add 1 to cont-difer
           end-if.
           go to lab-bk-cm01-03.
      *
       lab-bk-cm01-04.
           close arqcm01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-cm01-fim.
           exit.
      *
       rot-conta-cm01.
           read arqcm01 next record at end
                go to rot-conta-cm01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-cm01.
       rot-conta-cm01-fim.
           exit.
      *
       sec-bk-cm02 section.
      *
       lab-bk-cm02-00.
           move "ARQCM02A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqcm02.
           if cm02-status-bk not = "00"
              go to lab-bk-cm02-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-cm02 thru rot-conta-cm02-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqcm02
                 add 1 to tot-pulados
                 go to lab-bk-cm02-fim
              end-if
              close arqcm02
              open input arqcm02
              if cm02-status-bk not = "00"
                 go to lab-bk-cm02-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqcm02
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-cm02-fim
           end-if.
      *
       lab-bk-cm02-01.
           read arqcm02 next record at end
                go to lab-bk-cm02-02
           end-read.
           write reg-bak from reg-cm02.
           add 1 to cont-copia.
           go to lab-bk-cm02-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-cm02-02.
           close arqcm02 arqbak.
           open input arqcm02.
           open input arqbak.
           if cm02-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-cm02-04
           end-if.
      *
       lab-bk-cm02-03.
           read arqbak at end
                go to lab-bk-cm02-04
           end-read.
           read arqcm02 next record at end
                move "N" to flag-resultado
                go to lab-bk-cm02-04
           end-read.
           if reg-bak not = reg-cm02
              add 1 to cont-difer
           end-if.
           go to lab-bk-cm02-03.
      *
       lab-bk-cm02-04.
           close arqcm02 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-cm02-fim.
           exit.
      *
       rot-conta-cm02.
           read arqcm02 next record at end
                go to rot-conta-cm02-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-cm02.
       rot-conta-cm02-fim.
           exit.
      *
       sec-bk-cn01 section.
      *
       lab-bk-cn01-00.
           move "ARQCN01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqcn01.
           if cn01-status-bk not = "00"
              go to lab-bk-cn01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-cn01 thru rot-conta-cn01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqcn01
                 add 1 to tot-pulados
                 go to lab-bk-cn01-fim
              end-if
              close arqcn01
              open input arqcn01
              if cn01-status-bk not = "00"
                 go to lab-bk-cn01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqcn01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-cn01-fim
           end-if.
      *
       lab-bk-cn01-01.
           read arqcn01 next record at end
                go to lab-bk-cn01-02
           end-read.
           write reg-bak from reg-cn01.
           add 1 to cont-copia.
           go to lab-bk-cn01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-cn01-02.
           close arqcn01 arqbak.
           open input arqcn01.
           open input arqbak.
           if cn01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-cn01-04
           end-if.
      *
       lab-bk-cn01-03.
           read arqbak at end
                go to lab-bk-cn01-04
           end-read.
           read arqcn01 next record at end
                move "N" to flag-resultado
                go to lab-bk-cn01-04
           end-read.
           if reg-bak not = reg-cn01
              add 1 to cont-difer
           end-if.
           go to lab-bk-cn01-03.
      *
       lab-bk-cn01-04.
           close arqcn01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-cn01-fim.
           exit.
      *
       rot-conta-cn01.
           read arqcn01 next record at end
                go to rot-conta-cn01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-cn01.
       rot-conta-cn01-fim.
           exit.
      *
       sec-bk-co01 section.
      *
       lab-bk-co01-00.
           move "ARQCO01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqco01.
           if co01-status-bk not = "00"
              go to lab-bk-co01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-co01 thru rot-conta-co01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqco01
                 add 1 to tot-pulados
                 go to lab-bk-co01-fim
              end-if
              close arqco01
              open input arqco01
              if co01-status-bk not = "00"
                 go to lab-bk-co01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqco01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-co01-fim
           end-if.
      *
       lab-bk-co01-01.
           read arqco01 next record at end
                go to lab-bk-co01-02
           end-read.
           write reg-bak from reg-co01.
           add 1 to cont-copia.
           go to lab-bk-co01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-co01-02.
           close arqco01 arqbak.
           open input arqco01.
           open input arqbak.
           if co01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-co01-04
           end-if.
      *
       lab-bk-co01-03.
           read arqbak at end
                go to lab-bk-co01-04
           end-read.
           read arqco01 next record at end
                move "N" to flag-resultado
                go to lab-bk-co01-04
           end-read.
           if reg-bak not = reg-co01
              add 1 to cont-difer
           end-if.
           go to lab-bk-co01-03.
      *
       lab-bk-co01-04.
           close arqco01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-co01-fim.
           exit.
      *
       rot-conta-co01.
           read arqco01 next record at end
                go to rot-conta-co01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-co01.
       rot-conta-co01-fim.
           exit.
      *
       sec-bk-cp01 section.
      *
       lab-bk-cp01-00.
           move "ARQCP01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqcp01.
           if cp01-status-bk not = "00"
              go to lab-bk-cp01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-cp01 thru rot-conta-cp01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqcp01
                 add 1 to tot-pulados
                 go to lab-bk-cp01-fim
              end-if
              close arqcp01
              open input arqcp01
              if cp01-status-bk not = "00"
                 go to lab-bk-cp01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqcp01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-cp01-fim
           end-if.
      *
       lab-bk-cp01-01.
           read arqcp01 next record at end
                go to lab-bk-cp01-02
           end-read.
           write reg-bak from reg-cp01.
           add 1 to cont-copia.
           go to lab-bk-cp01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-cp01-02.
           close arqcp01 arqbak.
           open input arqcp01.
           open input arqbak.
           if cp01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-cp01-04
           end-if.
      *
       lab-bk-cp01-03.
           read arqbak at end
                go to lab-bk-cp01-04
           end-read.
           read arqcp01 next record at end
                move "N" to flag-resultado
                go to lab-bk-cp01-04
           end-read.
           if reg-bak not = reg-cp01
              add 1 to cont-difer
           end-if.
           go to lab-bk-cp01-03.
      *
       lab-bk-cp01-04.
           close arqcp01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-cp01-fim.
           exit.
      *
       rot-conta-cp01.
           read arqcp01 next record at end
                go to rot-conta-cp01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-cp01.
       rot-conta-cp01-fim.
           exit.
      *
       sec-bk-cr01 section.
      *
       lab-bk-cr01-00.
           move "ARQCR01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqcr01.
           if cr01-status-bk not = "00"
              go to lab-bk-cr01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-cr01 thru rot-conta-cr01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqcr01
                 add 1 to tot-pulados
                 go to lab-bk-cr01-fim
              end-if
              close arqcr01
              open input arqcr01
              if cr01-status-bk not = "00"
                 go to lab-bk-cr01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqcr01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-cr01-fim
           end-if.
      *
       lab-bk-cr01-01.
           read arqcr01 next record at end
                go to lab-bk-cr01-02
           end-read.
           write reg-bak from reg-cr01.
           add 1 to cont-copia.
           go to lab-bk-cr01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-cr01-02.
           close arqcr01 arqbak.
           open input arqcr01.
           open input arqbak.
           if cr01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-cr01-04
           end-if.
      *
       lab-bk-cr01-03.
           read arqbak at end
                go to lab-bk-cr01-04
           end-read.
           read arqcr01 next record at end
                move "N" to flag-resultado
                go to lab-bk-cr01-04
           end-read.
           if reg-bak not = reg-cr01
              add 1 to cont-difer
           end-if.
           go to lab-bk-cr01-03.
      *
       lab-bk-cr01-04.
           close arqcr01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-cr01-fim.
           exit.
      *
       rot-conta-cr01.
           read arqcr01 next record at end
                go to rot-conta-cr01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-cr01.
       rot-conta-cr01-fim.
           exit.
      *
       sec-bk-cs01 section.
      *
       lab-bk-cs01-00.
           move "ARQCS01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqcs01.
           if cs01-status-bk not = "00"
              go to lab-bk-cs01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-cs01 thru rot-conta-cs01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqcs01
                 add 1 to tot-pulados
                 go to lab-bk-cs01-fim
              end-if
              close arqcs01
              open input arqcs01
              if cs01-status-bk not = "00"
                 go to lab-bk-cs01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqcs01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-cs01-fim
           end-if.
      *
       lab-bk-cs01-01.
           read arqcs01 next record at end
                go to lab-bk-cs01-02
           end-read.
           write reg-bak from reg-cs01.
           add 1 to cont-copia.
           go to lab-bk-cs01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-cs01-02.
           close arqcs01 arqbak.
           open input arqcs01.
           open input arqbak.
           if cs01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-cs01-04
           end-if.
      *
       lab-bk-cs01-03.
           read arqbak at end
                go to lab-bk-cs01-04
           end-read.
           read arqcs01 next record at end
                move "N" to flag-resultado
                go to lab-bk-cs01-04
           end-read.
           if reg-bak not = reg-cs01
              add 1 to cont-difer
           end-if.
           go to lab-bk-cs01-03.
      *
       lab-bk-cs01-04.
           close arqcs01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-cs01-fim.
           exit.
      *
       rot-conta-cs01.
           read arqcs01 next record at end
                go to rot-conta-cs01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-cs01.
       rot-conta-cs01-fim.
           exit.
      *
       sec-bk-cs02 section.
      *
       lab-bk-cs02-00.
           move "ARQCS02A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqcs02.
           if cs02-status-bk not = "00"
              go to lab-bk-cs02-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-cs02 thru rot-conta-cs02-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqcs02
                 add 1 to tot-pulados
                 go to lab-bk-cs02-fim
              end-if
              close arqcs02
              open input arqcs02
              if cs02-status-bk not = "00"
                 go to lab-bk-cs02-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqcs02
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-cs02-fim
           end-if.
      *
       lab-bk-cs02-01.
           read arqcs02 next record at end
                go to lab-bk-cs02-02
           end-read.
           write reg-bak from reg-cs02.
           add 1 to cont-copia.
           go to lab-bk-cs02-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-cs02-02.
           close arqcs02 arqbak.
           open input arqcs02.
           open input arqbak.
           if cs02-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-cs02-04
           end-if.
      *
       lab-bk-cs02-03.
           read arqbak at end
                go to lab-bk-cs02-04
           end-read.
           read arqcs02 next record at end
                move "N" to flag-resultado
                go to lab-bk-cs02-04
           end-read.
           if reg-bak not = reg-cs02
              add 1 to cont-difer
           end-if.
           go to lab-bk-cs02-03.
      *
       lab-bk-cs02-04.
           close arqcs02 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-cs02-fim.
           exit.
      *
       rot-conta-cs02.
           read arqcs02 next record at end
                go to rot-conta-cs02-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-cs02.
       rot-conta-cs02-fim.
           exit.
      *
       sec-bk-cv01 section.
      *
       lab-bk-cv01-00.
           move "ARQCV01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqcv01.
           if cv01-status-bk not = "00"
              go to lab-bk-cv01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-cv01 thru rot-conta-cv01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqcv01
                 add 1 to tot-pulados
                 go to lab-bk-cv01-fim
              end-if
              close arqcv01
              open input arqcv01
              if cv01-status-bk not = "00"
                 go to lab-bk-cv01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqcv01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-cv01-fim
           end-if.
      *
       lab-bk-cv01-01.
           read arqcv01 next record at end
                go to lab-bk-cv01-02
           end-read.
           write reg-bak from reg-cv01.
           add 1 to cont-copia.
           go to lab-bk-cv01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-cv01-02.
           close arqcv01 arqbak.
           open input arqcv01.
           open input arqbak.
           if cv01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-cv01-04
           end-if.
      *
       lab-bk-cv01-03.
           read arqbak at end
                go to lab-bk-cv01-04
           end-read.
           read arqcv01 next record at end
                move "N" to flag-resultado
                go to lab-bk-cv01-04
           end-read.
           if reg-bak not = reg-cv01
              add 1 to cont-difer
           end-if.
           go to lab-bk-cv01-03.
      *
       lab-bk-cv01-04.
           close arqcv01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-cv01-fim.
           exit.
      *
       rot-conta-cv01.
           read arqcv01 next record at end
                go to rot-conta-cv01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-cv01.
       rot-conta-cv01-fim.
           exit.
      *
       sec-bk-cv02 section.
      *
       lab-bk-cv02-00.
           move "ARQCV02A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqcv02.
           if cv02-status-bk not = "00"
              go to lab-bk-cv02-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-cv02 thru rot-conta-cv02-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqcv02
                 add 1 to tot-pulados
                 go to lab-bk-cv02-fim
              end-if
              close arqcv02
              open input arqcv02
              if cv02-status-bk not = "00"
                 go to lab-bk-cv02-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqcv02
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-cv02-fim
           end-if.
      *
       lab-bk-cv02-01.
           read arqcv02 next record at end
                go to lab-bk-cv02-02
           end-read.
           write reg-bak from reg-cv02.
           add 1 to cont-copia.
           go to lab-bk-cv02-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-cv02-02.
           close arqcv02 arqbak.
           open input arqcv02.
           open input arqbak.
           if cv02-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-cv02-04
           end-if.
      *
       lab-bk-cv02-03.
           read arqbak at end
                go to lab-bk-cv02-04
           end-read.
           read arqcv02 next record at end
                move "N" to flag-resultado
                go to lab-bk-cv02-04
           end-read.
           if reg-bak not = reg-cv02
              add 1 to cont-difer
           end-if.
           go to lab-bk-cv02-03.
      *
       lab-bk-cv02-04.
           close arqcv02 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-cv02-fim.
           exit.
      *
       rot-conta-cv02.
           read arqcv02 next record at end
                go to rot-conta-cv02-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-cv02.
       rot-conta-cv02-fim.
           exit.
      *
       sec-bk-cx01 section.
      *
       lab-bk-cx01-00.
           move "ARQCX01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqcx01.
           if cx01-status-bk not = "00"
              go to lab-bk-cx01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-cx01 thru rot-conta-cx01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqcx01
                 add 1 to tot-pulados
                 go to lab-bk-cx01-fim
              end-if
              close arqcx01
              open input arqcx01
              if cx01-status-bk not = "00"
                 go to lab-bk-cx01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqcx01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-cx01-fim
           end-if.
      *
       lab-bk-cx01-01.
           read arqcx01 next record at end
                go to lab-bk-cx01-02
           end-read.
           write reg-bak from reg-cx01.
           add 1 to cont-copia.
           go to lab-bk-cx01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-cx01-02.
           close arqcx01 arqbak.
           open input arqcx01.
           open input arqbak.
           if cx01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-cx01-04
           end-if.
      *
       lab-bk-cx01-03.
           read arqbak at end
                go to lab-bk-cx01-04
           end-read.
           read arqcx01 next record at end
                move "N" to flag-resultado
                go to lab-bk-cx01-04
           end-read.
           if reg-bak not = reg-cx01
              add 1 to cont-difer
           end-if.
           go to lab-bk-cx01-03.
      *
       lab-bk-cx01-04.
           close arqcx01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-cx01-fim.
           exit.
      *
       rot-conta-cx01.
           read arqcx01 next record at end
                go to rot-conta-cx01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-cx01.
       rot-conta-cx01-fim.
           exit.
      *
       sec-bk-da01 section.
      *
       lab-bk-da01-00.
           move "ARQDA01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqda01.
           if da01-status-bk not = "00"
              go to lab-bk-da01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-da01 thru rot-conta-da01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqda01
                 add 1 to tot-pulados
                 go to lab-bk-da01-fim
              end-if
              close arqda01
              open input arqda01
              if da01-status-bk not = "00"
                 go to lab-bk-da01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqda01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-da01-fim
           end-if.
      *
       lab-bk-da01-01.
           read arqda01 next record at end
                go to lab-bk-da01-02
           end-read.
           write reg-bak from reg-da01.
           add 1 to cont-copia.
           go to lab-bk-da01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-da01-02.
           close arqda01 arqbak.
           open input arqda01.
           open input arqbak.
           if da01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-da01-04
           end-if.
      *
       lab-bk-da01-03.
           read arqbak at end
                go to lab-bk-da01-04
           end-read.
           read arqda01 next record at end
                move "N" to flag-resultado
                go to lab-bk-da01-04
           end-read.
           if reg-bak not = reg-da01
              add 1 to cont-difer
           end-if.
           go to lab-bk-da01-03.
      *
       lab-bk-da01-04.
           close arqda01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-da01-fim.
           exit.
      *
       rot-conta-da01.
           read arqda01 next record at end
                go to rot-conta-da01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-da01.
       rot-conta-da01-fim.
           exit.
      *
       sec-bk-df01 section.
      *
       lab-bk-df01-00.
           move "ARQDF01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqdf01.
           if df01-status-bk not = "00"
              go to lab-bk-df01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-df01 thru rot-conta-df01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqdf01
                 add 1 to tot-pulados
                 go to lab-bk-df01-fim
              end-if
              close arqdf01
              open input arqdf01
              if df01-status-bk not = "00"
                 go to lab-bk-df01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqdf01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-df01-fim
           end-if.
      *
       lab-bk-df01-01.
           read arqdf01 next record at end
                go to lab-bk-df01-02
           end-read.
           write reg-bak from reg-df01.
           add 1 to cont-copia.
           go to lab-bk-df01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-df01-02.
           close arqdf01 arqbak.
           open input arqdf01.
           open input arqbak.
           if df01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-df01-04
           end-if.
      *
       lab-bk-df01-03.
           read arqbak at end
                go to lab-bk-df01-04
           end-read.
           read arqdf01 next record at end
                move "N" to flag-resultado
                go to lab-bk-df01-04
           end-read.
           if reg-bak not = reg-df01
              add 1 to cont-difer
           end-if.
           go to lab-bk-df01-03.
      *
       lab-bk-df01-04.
           close arqdf01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-df01-fim.
           exit.
      *
       rot-conta-df01.
           read arqdf01 next record at end
                go to rot-conta-df01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-df01.
       rot-conta-df01-fim.
           exit.
      *
       sec-bk-dp01 section.
      *
       lab-bk-dp01-00.
           move "ARQDP01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqdp01.
           if dp01-status-bk not = "00"
              go to lab-bk-dp01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-dp01 thru rot-conta-dp01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqdp01
                 add 1 to tot-pulados
                 go to lab-bk-dp01-fim
              end-if
              close arqdp01
              open input arqdp01
              if dp01-status-bk not = "00"
                 go to lab-bk-dp01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqdp01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-dp01-fim
           end-if.
      *
       lab-bk-dp01-01.
           read arqdp01 next record at end
                go to lab-bk-dp01-02
           end-read.
           write reg-bak from reg-dp01.
           add 1 to cont-copia.
           go to lab-bk-dp01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-dp01-02.
           close arqdp01 arqbak.
           open input arqdp01.
           open input arqbak.
           if dp01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-dp01-04
           end-if.
      *
       lab-bk-dp01-03.
           read arqbak at end
                go to lab-bk-dp01-04
           end-read.
           read arqdp01 next record at end
                move "N" to flag-resultado
                go to lab-bk-dp01-04
           end-read.
           if reg-bak not = reg-dp01
              add 1 to cont-difer
           end-if.
           go to lab-bk-dp01-03.
      *
       lab-bk-dp01-04.
           close arqdp01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-dp01-fim.
           exit.
      *
       rot-conta-dp01.
           read arqdp01 next record at end
                go to rot-conta-dp01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-dp01.
       rot-conta-dp01-fim.
           exit.
      *
       sec-bk-dr01 section.
      *
       lab-bk-dr01-00.
           move "ARQDR01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqdr01.
           if dr01-status-bk not = "00"
              go to lab-bk-dr01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-dr01 thru rot-conta-dr01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqdr01
                 add 1 to tot-pulados
                 go to lab-bk-dr01-fim
              end-if
              close arqdr01
              open input arqdr01
              if dr01-status-bk not = "00"
                 go to lab-bk-dr01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqdr01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-dr01-fim
           end-if.
      *
       lab-bk-dr01-01.
           read arqdr01 next record at end
                go to lab-bk-dr01-02
           end-read.
           write reg-bak from reg-dr01.
           add 1 to cont-copia.
           go to lab-bk-dr01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-dr01-02.
           close arqdr01 arqbak.
           open input arqdr01.
           open input arqbak.
           if dr01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-dr01-04
           end-if.
      *
       lab-bk-dr01-03.
           read arqbak at end
                go to lab-bk-dr01-04
           end-read.
           read arqdr01 next record at end
                move "N" to flag-resultado
                go to lab-bk-dr01-04
           end-read.
           if reg-bak not = reg-dr01
              add 1 to cont-difer
           end-if.
           go to lab-bk-dr01-03.
      *
       lab-bk-dr01-04.
           close arqdr01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-dr01-fim.
           exit.
      *
       rot-conta-dr01.
           read arqdr01 next record at end
                go to rot-conta-dr01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-dr01.
       rot-conta-dr01-fim.
           exit.
      *
       sec-bk-el01 section.
      *
       lab-bk-el01-00.
           move "ARQEL01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqel01.
           if el01-status-bk not = "00"
              go to lab-bk-el01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-el01 thru rot-conta-el01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqel01
                 add 1 to tot-pulados
                 go to lab-bk-el01-fim
              end-if
              close arqel01
              open input arqel01
              if el01-status-bk not = "00"
                 go to lab-bk-el01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqel01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-el01-fim
           end-if.
      *
       lab-bk-el01-01.
           read arqel01 next record at end
                go to lab-bk-el01-02
           end-read.
           write reg-bak from reg-el01.
           add 1 to cont-copia.
           go to lab-bk-el01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-el01-02.
           close arqel01 arqbak.
           open input arqel01.
           open input arqbak.
           if el01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-el01-04
           end-if.
      *
       lab-bk-el01-03.
           read arqbak at end
                go to lab-bk-el01-04
           end-read.
           read arqel01 next record at end
                move "N" to flag-resultado
                go to lab-bk-el01-04
           end-read.
           if reg-bak not = reg-el01
              add 1 to cont-difer
           end-if.
           go to lab-bk-el01-03.
      *
       lab-bk-el01-04.
           close arqel01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-el01-fim.
           exit.
      *
       rot-conta-el01.
           read arqel01 next record at end
                go to rot-conta-el01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-el01.
       rot-conta-el01-fim.
           exit.
      *
       sec-bk-em01 section.
      *
       lab-bk-em01-00.
           move "ARQEM01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqem01.
           if em01-status-bk not = "00"
              go to lab-bk-em01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-em01 thru rot-conta-em01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqem01
                 add 1 to tot-pulados
                 go to lab-bk-em01-fim
              end-if
              close arqem01
              open input arqem01
              if em01-status-bk not = "00"
                 go to lab-bk-em01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqem01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-em01-fim
           end-if.
      *
       lab-bk-em01-01.
           read arqem01 next record at end
                go to lab-bk-em01-02
           end-read.
           write reg-bak from reg-em01.
           add 1 to cont-copia.
           go to lab-bk-em01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-em01-02.
           close arqem01 arqbak.
           open input arqem01.
           open input arqbak.
           if em01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-em01-04
           end-if.
      *
       lab-bk-em01-03.
           read arqbak at end
                go to lab-bk-em01-04
           end-read.
           read arqem01 next record at end
                move "N" to flag-resultado
                go to lab-bk-em01-04
           end-read.
           if reg-bak not = reg-em01
              add 1 to cont-difer
           end-if.
           go to lab-bk-em01-03.
      *
       lab-bk-em01-04.
           close arqem01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-em01-fim.
           exit.
      *
       rot-conta-em01.
           read arqem01 next record at end
                go to rot-conta-em01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-em01.
       rot-conta-em01-fim.
           exit.
      *
       sec-bk-es01 section.
      *
       lab-bk-es01-00.
           move "ARQES01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqes01.
           if es01-status-bk not = "00"
              go to lab-bk-es01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-es01 thru rot-conta-es01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqes01
                 add 1 to tot-pulados
                 go to lab-bk-es01-fim
              end-if
              close arqes01
              open input arqes01
              if es01-status-bk not = "00"
                 go to lab-bk-es01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqes01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-es01-fim
           end-if.
      *
       lab-bk-es01-01.
           read arqes01 next record at end
                go to lab-bk-es01-02
           end-read.
           write reg-bak from reg-es01.
           add 1 to cont-copia.
           go to lab-bk-es01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-es01-02.
           close arqes01 arqbak.
           open input arqes01.
           open input arqbak.
           if es01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-es01-04
           end-if.
      *
       lab-bk-es01-03.
           read arqbak at end
                go to lab-bk-es01-04
           end-read.
           read arqes01 next record at end
                move "N" to flag-resultado
                go to lab-bk-es01-04
           end-read.
           if reg-bak not = reg-es01
              add 1 to cont-difer
           end-if.
           go to lab-bk-es01-03.
      *
       lab-bk-es01-04.
           close arqes01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-es01-fim.
           exit.
      *
       rot-conta-es01.
           read arqes01 next record at end
                go to rot-conta-es01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-es01.
       rot-conta-es01-fim.
           exit.
      *
       sec-bk-et01 section.
      *
       lab-bk-et01-00.
           move "ARQET01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqet01.
           if et01-status-bk not = "00"
              go to lab-bk-et01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-et01 thru rot-conta-et01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqet01
                 add 1 to tot-pulados
                 go to lab-bk-et01-fim
              end-if
              close arqet01
              open input arqet01
              if et01-status-bk not = "00"
                 go to lab-bk-et01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqet01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-et01-fim
           end-if.
      *
       lab-bk-et01-01.
           read arqet01 next record at end
                go to lab-bk-et01-02
           end-read.
           write reg-bak from reg-et01.
           add 1 to cont-copia.
           go to lab-bk-et01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-et01-02.
           close arqet01 arqbak.
           open input arqet01.
           open input arqbak.
           if et01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-et01-04
           end-if.
      *
       lab-bk-et01-03.
           read arqbak at end
                go to lab-bk-et01-04
           end-read.
           read arqet01 next record at end
                move "N" to flag-resultado
                go to lab-bk-et01-04
           end-read.
           if reg-bak not = reg-et01
              add 1 to cont-difer
           end-if.
           go to lab-bk-et01-03.
      *
       lab-bk-et01-04.
           close arqet01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-et01-fim.
           exit.
      *
       rot-conta-et01.
           read arqet01 next record at end
                go to rot-conta-et01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-et01.
       rot-conta-et01-fim.
           exit.
      *
       sec-bk-ex01 section.
      *
       lab-bk-ex01-00.
           move "ARQEX01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqex01.
           if ex01-status-bk not = "00"
              go to lab-bk-ex01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-ex01 thru rot-conta-ex01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqex01
                 add 1 to tot-pulados
                 go to lab-bk-ex01-fim
              end-if
              close arqex01
              open input arqex01
              if ex01-status-bk not = "00"
                 go to lab-bk-ex01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqex01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-ex01-fim
           end-if.
      *
       lab-bk-ex01-01.
           read arqex01 next record at end
                go to lab-bk-ex01-02
           end-read.
           write reg-bak from reg-ex01.
           add 1 to cont-copia.
           go to lab-bk-ex01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-ex01-02.
           close arqex01 arqbak.
           open input arqex01.
           open input arqbak.
           if ex01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-ex01-04
           end-if.
      *
       lab-bk-ex01-03.
           read arqbak at end
                go to lab-bk-ex01-04
           end-read.
           read arqex01 next record at end
                move "N" to flag-resultado
                go to lab-bk-ex01-04
           end-read.
           if reg-bak not = reg-ex01
              add 1 to cont-difer
           end-if.
           go to lab-bk-ex01-03.
      *
       lab-bk-ex01-04.
           close arqex01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-ex01-fim.
           exit.
      *
       rot-conta-ex01.
           read arqex01 next record at end
                go to rot-conta-ex01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-ex01.
       rot-conta-ex01-fim.
           exit.
      *
       sec-bk-ex02 section.
      *
       lab-bk-ex02-00.
           move "ARQEX02A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqex02.
           if ex02-status-bk not = "00"
              go to lab-bk-ex02-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-ex02 thru rot-conta-ex02-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqex02
                 add 1 to tot-pulados
                 go to lab-bk-ex02-fim
              end-if
              close arqex02
              open input arqex02
              if ex02-status-bk not = "00"
                 go to lab-bk-ex02-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqex02
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-ex02-fim
           end-if.
      *
       lab-bk-ex02-01.
           read arqex02 next record at end
                go to lab-bk-ex02-02
           end-read.
           write reg-bak from reg-ex02.
           add 1 to cont-copia.
           go to lab-bk-ex02-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-ex02-02.
           close arqex02 arqbak.
           open input arqex02.
           open input arqbak.
           if ex02-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-ex02-04
           end-if.
      *
       lab-bk-ex02-03.
           read arqbak at end
                go to lab-bk-ex02-04
           end-read.
           read arqex02 next record at end
                move "N" to flag-resultado
                go to lab-bk-ex02-04
           end-read.
           if reg-bak not = reg-ex02
              add 1 to cont-difer
           end-if.
           go to lab-bk-ex02-03.
      *
       lab-bk-ex02-04.
           close arqex02 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-ex02-fim.
           exit.
      *
       rot-conta-ex02.
           read arqex02 next record at end
                go to rot-conta-ex02-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-ex02.
       rot-conta-ex02-fim.
           exit.
      *
       sec-bk-ex03 section.
      *
       lab-bk-ex03-00.
           move "ARQEX03A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqex03.
           if ex03-status-bk not = "00"
              go to lab-bk-ex03-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-ex03 thru rot-conta-ex03-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqex03
                 add 1 to tot-pulados
                 go to lab-bk-ex03-fim
              end-if
              close arqex03
              open input arqex03
              if ex03-status-bk not = "00"
                 go to lab-bk-ex03-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqex03
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-ex03-fim
           end-if.
      *
       lab-bk-ex03-01.
           read arqex03 next record at end
                go to lab-bk-ex03-02
           end-read.
           write reg-bak from reg-ex03.
           add 1 to cont-copia.
           go to lab-bk-ex03-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-ex03-02.
           close arqex03 arqbak.
           open input arqex03.
           open input arqbak.
           if ex03-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-ex03-04
           end-if.
      *
       lab-bk-ex03-03.
           read arqbak at end
                go to lab-bk-ex03-04
           end-read.
           read arqex03 next record at end
                move "N" to flag-resultado
                go to lab-bk-ex03-04
           end-read.
           if reg-bak not = reg-ex03
              add 1 to cont-difer
           end-if.
           go to lab-bk-ex03-03.
      *
       lab-bk-ex03-04.
           close arqex03 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-ex03-fim.
           exit.
      *
       rot-conta-ex03.
           read arqex03 next record at end
                go to rot-conta-ex03-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-ex03.
       rot-conta-ex03-fim.
           exit.
      *
       sec-bk-fd01 section.
      *
       lab-bk-fd01-00.
           move "ARQFD01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqfd01.
           if fd01-status-bk not = "00"
              go to lab-bk-fd01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-fd01 thru rot-conta-fd01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqfd01
                 add 1 to tot-pulados
                 go to lab-bk-fd01-fim
              end-if
              close arqfd01
              open input arqfd01
              if fd01-status-bk not = "00"
                 go to lab-bk-fd01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqfd01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-fd01-fim
           end-if.
      *
       lab-bk-fd01-01.
           read arqfd01 next record at end
                go to lab-bk-fd01-02
           end-read.
           write reg-bak from reg-fd01.
           add 1 to cont-copia.
           go to lab-bk-fd01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-fd01-02.
           close arqfd01 arqbak.
           open input arqfd01.
           open input arqbak.
           if fd01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-fd01-04
           end-if.
      *
       lab-bk-fd01-03.
           read arqbak at end
                go to lab-bk-fd01-04
           end-read.
           read arqfd01 next record at end
                move "N" to flag-resultado
                go to lab-bk-fd01-04
           end-read.
           if reg-bak not = reg-fd01
              add 1 to cont-difer
           end-if.
           go to lab-bk-fd01-03.
      *
       lab-bk-fd01-04.
           close arqfd01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-fd01-fim.
           exit.
      *
       rot-conta-fd01.
           read arqfd01 next record at end
                go to rot-conta-fd01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-fd01.
       rot-conta-fd01-fim.
           exit.
      *
       sec-bk-fv01 section.
      *
       lab-bk-fv01-00.
           move "ARQFV01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqfv01.
           if fv01-status-bk not = "00"
              go to lab-bk-fv01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-fv01 thru rot-conta-fv01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqfv01
                 add 1 to tot-pulados
                 go to lab-bk-fv01-fim
              end-if
              close arqfv01
              open input arqfv01
              if fv01-status-bk not = "00"
                 go to lab-bk-fv01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqfv01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-fv01-fim
           end-if.
      *
       lab-bk-fv01-01.
           read arqfv01 next record at end
                go to lab-bk-fv01-02
           end-read.
           write reg-bak from reg-fv01.
           add 1 to cont-copia.
           go to lab-bk-fv01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-fv01-02.
           close arqfv01 arqbak.
           open input arqfv01.
           open input arqbak.
           if fv01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-fv01-04
           end-if.
      *
       lab-bk-fv01-03.
           read arqbak at end
                go to lab-bk-fv01-04
           end-read.
           read arqfv01 next record at end
                move "N" to flag-resultado
                go to lab-bk-fv01-04
           end-read.
           if reg-bak not = reg-fv01
              add 1 to cont-difer
           end-if.
           go to lab-bk-fv01-03.
      *
       lab-bk-fv01-04.
           close arqfv01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-fv01-fim.
           exit.
      *
       rot-conta-fv01.
           read arqfv01 next record at end
                go to rot-conta-fv01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-fv01.
       rot-conta-fv01-fim.
           exit.
      *
       sec-bk-fx01 section.
      *
       lab-bk-fx01-00.
           move "ARQFX01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqfx01.
           if fx01-status-bk not = "00"
              go to lab-bk-fx01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-fx01 thru rot-conta-fx01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqfx01
                 add 1 to tot-pulados
                 go to lab-bk-fx01-fim
              end-if
              close arqfx01
              open input arqfx01
              if fx01-status-bk not = "00"
                 go to lab-bk-fx01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqfx01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-fx01-fim
           end-if.
      *
       lab-bk-fx01-01.
           read arqfx01 next record at end
                go to lab-bk-fx01-02
           end-read.
           write reg-bak from reg-fx01.
           add 1 to cont-copia.
           go to lab-bk-fx01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-fx01-02.
           close arqfx01 arqbak.
           open input arqfx01.
           open input arqbak.
           if fx01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-fx01-04
           end-if.
      *
       lab-bk-fx01-03.
           read arqbak at end
                go to lab-bk-fx01-04
           end-read.
           read arqfx01 next record at end
                move "N" to flag-resultado
                go to lab-bk-fx01-04
           end-read.
           if reg-bak not = reg-fx01
              add 1 to cont-difer
           end-if.
           go to lab-bk-fx01-03.
      *
       lab-bk-fx01-04.
           close arqfx01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-fx01-fim.
           exit.
      *
       rot-conta-fx01.
           read arqfx01 next record at end
                go to rot-conta-fx01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-fx01.
       rot-conta-fx01-fim.
           exit.
      *
       sec-bk-hb01 section.
      *
       lab-bk-hb01-00.
           move "ARQHB01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqhb01.
           if hb01-status-bk not = "00"
              go to lab-bk-hb01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-hb01 thru rot-conta-hb01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqhb01
                 add 1 to tot-pulados
                 go to lab-bk-hb01-fim
              end-if
              close arqhb01
              open input arqhb01
              if hb01-status-bk not = "00"
                 go to lab-bk-hb01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqhb01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-hb01-fim
           end-if.
      *
       lab-bk-hb01-01.
           read arqhb01 next record at end
                go to lab-bk-hb01-02
           end-read.
           write reg-bak from reg-hb01.
           add 1 to cont-copia.
           go to lab-bk-hb01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-hb01-02.
           close arqhb01 arqbak.
           open input arqhb01.
           open input arqbak.
           if hb01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-hb01-04
           end-if.
      *
       lab-bk-hb01-03.
           read arqbak at end
                go to lab-bk-hb01-04
           end-read.
           read arqhb01 next record at end
                move "N" to flag-resultado
                go to lab-bk-hb01-04
           end-read.
           if reg-bak not = reg-hb01
              add 1 to cont-difer
           end-if.
           go to lab-bk-hb01-03.
      *
       lab-bk-hb01-04.
           close arqhb01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-hb01-fim.
           exit.
      *
       rot-conta-hb01.
           read arqhb01 next record at end
                go to rot-conta-hb01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-hb01.
       rot-conta-hb01-fim.
           exit.
      *
       sec-bk-hb02 section.
      *
       lab-bk-hb02-00.
           move "ARQHB02A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqhb02.
           if hb02-status-bk not = "00"
              go to lab-bk-hb02-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-hb02 thru rot-conta-hb02-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqhb02
                 add 1 to tot-pulados
                 go to lab-bk-hb02-fim
              end-if
              close arqhb02
              open input arqhb02
              if hb02-status-bk not = "00"
                 go to lab-bk-hb02-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqhb02
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-hb02-fim
           end-if.
      *
       lab-bk-hb02-01.
           read arqhb02 next record at end
                go to lab-bk-hb02-02
           end-read.
           write reg-bak from reg-hb02.
           add 1 to cont-copia.
           go to lab-bk-hb02-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-hb02-02.
           close arqhb02 arqbak.
           open input arqhb02.
           open input arqbak.
           if hb02-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-hb02-04
           end-if.
      *
       lab-bk-hb02-03.
           read arqbak at end
                go to lab-bk-hb02-04
           end-read.
           read arqhb02 next record at end
                move "N" to flag-resultado
                go to lab-bk-hb02-04
           end-read.
           if reg-bak not = reg-hb02
              add 1 to cont-difer
           end-if.
           go to lab-bk-hb02-03.
      *
       lab-bk-hb02-04.
           close arqhb02 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-hb02-fim.
           exit.
      *
       rot-conta-hb02.
           read arqhb02 next record at end
                go to rot-conta-hb02-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-hb02.
       rot-conta-hb02-fim.
           exit.
      *
       sec-bk-hc01 section.
      *
       lab-bk-hc01-00.
           move "ARQHC01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqhc01.
           if hc01-status-bk not = "00"
              go to lab-bk-hc01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-hc01 thru rot-conta-hc01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqhc01
                 add 1 to tot-pulados
                 go to lab-bk-hc01-fim
              end-if
              close arqhc01
              open input arqhc01
              if hc01-status-bk not = "00"
                 go to lab-bk-hc01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqhc01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-hc01-fim
           end-if.
      *
       lab-bk-hc01-01.
           read arqhc01 next record at end
                go to lab-bk-hc01-02
           end-read.
           write reg-bak from reg-hc01.
           add 1 to cont-copia.
           go to lab-bk-hc01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-hc01-02.
           close arqhc01 arqbak.
           open input arqhc01.
           open input arqbak.
           if hc01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-hc01-04
           end-if.
      *
       lab-bk-hc01-03.
           read arqbak at end
                go to lab-bk-hc01-04
           end-read.
           read arqhc01 next record at end
                move "N" to flag-resultado
                go to lab-bk-hc01-04
           end-read.
           if reg-bak not = reg-hc01
              add 1 to cont-difer
           end-if.
           go to lab-bk-hc01-03.
      *
       lab-bk-hc01-04.
           close arqhc01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-hc01-fim.
           exit.
      *
       rot-conta-hc01.
           read arqhc01 next record at end
                go to rot-conta-hc01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-hc01.
       rot-conta-hc01-fim.
           exit.
      *
       sec-bk-hl01 section.
      *
       lab-bk-hl01-00.
           move "ARQHL01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqhl01.
           if hl01-status-bk not = "00"
              go to lab-bk-hl01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-hl01 thru rot-conta-hl01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqhl01
                 add 1 to tot-pulados
                 go to lab-bk-hl01-fim
              end-if
              close arqhl01
              open input arqhl01
              if hl01-status-bk not = "00"
                 go to lab-bk-hl01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqhl01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-hl01-fim
           end-if.
      *
       lab-bk-hl01-01.
           read arqhl01 next record at end
                go to lab-bk-hl01-02
           end-read.
           write reg-bak from reg-hl01.
           add 1 to cont-copia.
           go to lab-bk-hl01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-hl01-02.
           close arqhl01 arqbak.
           open input arqhl01.
           open input arqbak.
           if hl01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-hl01-04
           end-if.
      *
       lab-bk-hl01-03.
           read arqbak at end
                go to lab-bk-hl01-04
           end-read.
           read arqhl01 next record at end
                move "N" to flag-resultado
                go to lab-bk-hl01-04
           end-read.
           if reg-bak not = reg-hl01
              add 1 to cont-difer
           end-if.
           go to lab-bk-hl01-03.
      *
       lab-bk-hl01-04.
           close arqhl01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-hl01-fim.
           exit.
      *
       rot-conta-hl01.
           read arqhl01 next record at end
                go to rot-conta-hl01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-hl01.
       rot-conta-hl01-fim.
           exit.
      *
       sec-bk-imp section.
      *
       lab-bk-imp-00.
           move "ARQIMPA" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqimp.
           if imp-status-bk not = "00"
              go to lab-bk-imp-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-imp thru rot-conta-imp-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqimp
                 add 1 to tot-pulados
                 go to lab-bk-imp-fim
              end-if
              close arqimp
              open input arqimp
              if imp-status-bk not = "00"
                 go to lab-bk-imp-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqimp
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-imp-fim
           end-if.
      *
       lab-bk-imp-01.
           read arqimp next record at end
                go to lab-bk-imp-02
           end-read.
           write reg-bak from reg-imp.
           add 1 to cont-copia.
           go to lab-bk-imp-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-imp-02.
           close arqimp arqbak.
           open input arqimp.
           open input arqbak.
           if imp-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-imp-04
           end-if.
      *
       lab-bk-imp-03.
           read arqbak at end
                go to lab-bk-imp-04
           end-read.
           read arqimp next record at end
                move "N" to flag-resultado
                go to lab-bk-imp-04
           end-read.
           if reg-bak not = reg-imp
              add 1 to cont-difer
           end-if.
           go to lab-bk-imp-03.
      *
       lab-bk-imp-04.
           close arqimp arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-imp-fim.
           exit.
      *
       rot-conta-imp.
           read arqimp next record at end
                go to rot-conta-imp-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-imp.
       rot-conta-imp-fim.
           exit.
      *
       sec-bk-is01 section.
      *
       lab-bk-is01-00.
           move "ARQIS01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqis01.
           if is01-status-bk not = "00"
              go to lab-bk-is01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-is01 thru rot-conta-is01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqis01
                 add 1 to tot-pulados
                 go to lab-bk-is01-fim
              end-if
              close arqis01
              open input arqis01
              if is01-status-bk not = "00"
                 go to lab-bk-is01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqis01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-is01-fim
           end-if.
      *
       lab-bk-is01-01.
           read arqis01 next record at end
                go to lab-bk-is01-02
           end-read.
           write reg-bak from reg-is01.
           add 1 to cont-copia.
           go to lab-bk-is01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-is01-02.
           close arqis01 arqbak.
           open input arqis01.
           open input arqbak.
           if is01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-is01-04
           end-if.
      *
       lab-bk-is01-03.
           read arqbak at end
                go to lab-bk-is01-04
           end-read.
           read arqis01 next record at end
                move "N" to flag-resultado
                go to lab-bk-is01-04
           end-read.
           if reg-bak not = reg-is01
              add 1 to cont-difer
           end-if.
           go to lab-bk-is01-03.
      *
       lab-bk-is01-04.
           close arqis01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-is01-fim.
           exit.
      *
       rot-conta-is01.
           read arqis01 next record at end
                go to rot-conta-is01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-is01.
       rot-conta-is01-fim.
           exit.
      *
       sec-bk-is02 section.
      *
       lab-bk-is02-00.
           move "ARQIS02A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqis02.
           if is02-status-bk not = "00"
              go to lab-bk-is02-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-is02 thru rot-conta-is02-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqis02
                 add 1 to tot-pulados
                 go to lab-bk-is02-fim
              end-if
              close arqis02
              open input arqis02
              if is02-status-bk not = "00"
                 go to lab-bk-is02-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqis02
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-is02-fim
           end-if.
      *
       lab-bk-is02-01.
           read arqis02 next record at end
                go to lab-bk-is02-02
           end-read.
           write reg-bak from reg-is02.
           add 1 to cont-copia.
           go to lab-bk-is02-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-is02-02.
           close arqis02 arqbak.
           open input arqis02.
           open input arqbak.
           if is02-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-is02-04
           end-if.
      *
       lab-bk-is02-03.
           read arqbak at end
                go to lab-bk-is02-04
           end-read.
           read arqis02 next record at end
                move "N" to flag-resultado
                go to lab-bk-is02-04
           end-read.
           if reg-bak not = reg-is02
              add 1 to cont-difer
           end-if.
           go to lab-bk-is02-03.
      *
       lab-bk-is02-04.
           close arqis02 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-is02-fim.
           exit.
      *
       rot-conta-is02.
           read arqis02 next record at end
                go to rot-conta-is02-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-is02.
       rot-conta-is02-fim.
           exit.
      *
       sec-bk-jb01 section.
      *
       lab-bk-jb01-00.
           move "ARQJB01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqjb01.
           if jb01-status-bk not = "00"
              go to lab-bk-jb01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-jb01 thru rot-conta-jb01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqjb01
                 add 1 to tot-pulados
                 go to lab-bk-jb01-fim
              end-if
              close arqjb01
              open input arqjb01
              if jb01-status-bk not = "00"
                 go to lab-bk-jb01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqjb01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-jb01-fim
           end-if.
      *
       lab-bk-jb01-01.
           read arqjb01 next record at end
                go to lab-bk-jb01-02
           end-read.
           write reg-bak from reg-jb01.
           add 1 to cont-copia.
           go to lab-bk-jb01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-jb01-02.
           close arqjb01 arqbak.
           open input arqjb01.
           open input arqbak.
           if jb01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-jb01-04
           end-if.
      *
       lab-bk-jb01-03.
           read arqbak at end
                go to lab-bk-jb01-04
           end-read.
           read arqjb01 next record at end
                move "N" to flag-resultado
                go to lab-bk-jb01-04
           end-read.
           if reg-bak not = reg-jb01
              add 1 to cont-difer
           end-if.
           go to lab-bk-jb01-03.
      *
       lab-bk-jb01-04.
           close arqjb01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-jb01-fim.
           exit.
      *
       rot-conta-jb01.
           read arqjb01 next record at end
                go to rot-conta-jb01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-jb01.
       rot-conta-jb01-fim.
           exit.
      *
       sec-bk-lc01 section.
      *
       lab-bk-lc01-00.
           move "ARQLC01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqlc01.
           if lc01-status-bk not = "00"
              go to lab-bk-lc01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-lc01 thru rot-conta-lc01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqlc01
                 add 1 to tot-pulados
                 go to lab-bk-lc01-fim
              end-if
              close arqlc01
              open input arqlc01
              if lc01-status-bk not = "00"
                 go to lab-bk-lc01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqlc01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-lc01-fim
           end-if.
      *
       lab-bk-lc01-01.
           read arqlc01 next record at end
                go to lab-bk-lc01-02
           end-read.
           write reg-bak from reg-lc01.
           add 1 to cont-copia.
           go to lab-bk-lc01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-lc01-02.
           close arqlc01 arqbak.
           open input arqlc01.
           open input arqbak.
           if lc01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-lc01-04
           end-if.
      *
       lab-bk-lc01-03.
           read arqbak at end
                go to lab-bk-lc01-04
           end-read.
           read arqlc01 next record at end
                move "N" to flag-resultado
                go to lab-bk-lc01-04
           end-read.
           if reg-bak not = reg-lc01
              add 1 to cont-difer
           end-if.
           go to lab-bk-lc01-03.
      *
       lab-bk-lc01-04.
           close arqlc01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-lc01-fim.
           exit.
      *
       rot-conta-lc01.
           read arqlc01 next record at end
                go to rot-conta-lc01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-lc01.
       rot-conta-lc01-fim.
           exit.
      *
       sec-bk-ld01 section.
      *
       lab-bk-ld01-00.
           move "ARQLD01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqld01.
           if ld01-status-bk not = "00"
              go to lab-bk-ld01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-ld01 thru rot-conta-ld01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqld01
                 add 1 to tot-pulados
                 go to lab-bk-ld01-fim
              end-if
              close arqld01
              open input arqld01
              if ld01-status-bk not = "00"
                 go to lab-bk-ld01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqld01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-ld01-fim
           end-if.
      *
       lab-bk-ld01-01.
           read arqld01 next record at end
                go to lab-bk-ld01-02
           end-read.
           write reg-bak from reg-ld01.
           add 1 to cont-copia.
           go to lab-bk-ld01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-ld01-02.
           close arqld01 arqbak.
           open input arqld01.
           open input arqbak.
           if ld01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-ld01-04
           end-if.
      *
       lab-bk-ld01-03.
           read arqbak at end
                go to lab-bk-ld01-04
           end-read.
           read arqld01 next record at end
                move "N" to flag-resultado
                go to lab-bk-ld01-04
           end-read.
           if reg-bak not = reg-ld01
              add 1 to cont-difer
           end-if.
           go to lab-bk-ld01-03.
      *
       lab-bk-ld01-04.
           close arqld01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-ld01-fim.
           exit.
      *
       rot-conta-ld01.
           read arqld01 next record at end
                go to rot-conta-ld01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-ld01.
       rot-conta-ld01-fim.
           exit.
      *
       sec-bk-le01 section.
      *
       lab-bk-le01-00.
           move "ARQLE01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqle01.
           if le01-status-bk not = "00"
              go to lab-bk-le01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-le01 thru rot-conta-le01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqle01
                 add 1 to tot-pulados
                 go to lab-bk-le01-fim
              end-if
              close arqle01
              open input arqle01
              if le01-status-bk not = "00"
                 go to lab-bk-le01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqle01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-le01-fim
           end-if.
      *
       lab-bk-le01-01.
           read arqle01 next record at end
                go to lab-bk-le01-02
           end-read.
           write reg-bak from reg-le01.
           add 1 to cont-copia.
           go to lab-bk-le01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-le01-02.
           close arqle01 arqbak.
           open input arqle01.
           open input arqbak.
           if le01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-le01-04
           end-if.
      *
       lab-bk-le01-03.
           read arqbak at end
                go to lab-bk-le01-04
           end-read.
           read arqle01 next record at end
                move "N" to flag-resultado
                go to lab-bk-le01-04
           end-read.
           if reg-bak not = reg-le01
              add 1 to cont-difer
           end-if.
           go to lab-bk-le01-03.
      *
       lab-bk-le01-04.
           close arqle01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-le01-fim.
           exit.
      *
       rot-conta-le01.
           read arqle01 next record at end
                go to rot-conta-le01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-le01.
       rot-conta-le01-fim.
           exit.
      *
       sec-bk-lk01 section.
      *
       lab-bk-lk01-00.
           move "ARQLK01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqlk01.
           if lk01-status-bk not = "00"
              go to lab-bk-lk01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-lk01 thru rot-conta-lk01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqlk01
                 add 1 to tot-pulados
                 go to lab-bk-lk01-fim
              end-if
              close arqlk01
              open input arqlk01
              if lk01-status-bk not = "00"
                 go to lab-bk-lk01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqlk01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-lk01-fim
           end-if.
      *
       lab-bk-lk01-01.
           read arqlk01 next record at end
                go to lab-bk-lk01-02
           end-read.
           write reg-bak from reg-lk01.
           add 1 to cont-copia.
           go to lab-bk-lk01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-lk01-02.
           close arqlk01 arqbak.
           open input arqlk01.
           open input arqbak.
           if lk01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-lk01-04
           end-if.
      *
       lab-bk-lk01-03.
           read arqbak at end
                go to lab-bk-lk01-04
           end-read.
           read arqlk01 next record at end
                move "N" to flag-resultado
                go to lab-bk-lk01-04
           end-read.
           if reg-bak not = reg-lk01
              add 1 to cont-difer
           end-if.
           go to lab-bk-lk01-03.
      *
       lab-bk-lk01-04.
           close arqlk01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-lk01-fim.
           exit.
      *
       rot-conta-lk01.
           read arqlk01 next record at end
                go to rot-conta-lk01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-lk01.
       rot-conta-lk01-fim.
           exit.
      *
       sec-bk-log01 section.
      *
       lab-bk-log01-00.
           move "ARQLOG01" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqlog01.
           if log01-status-bk not = "00"
              go to lab-bk-log01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-log01 thru rot-conta-log01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqlog01
                 add 1 to tot-pulados
                 go to lab-bk-log01-fim
              end-if
              close arqlog01
              open input arqlog01
              if log01-status-bk not = "00"
                 go to lab-bk-log01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqlog01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-log01-fim
           end-if.
      *
       lab-bk-log01-01.
           read arqlog01 next record at end
                go to lab-bk-log01-02
           end-read.
           write reg-bak from reg-log01.
           add 1 to cont-copia.
           go to lab-bk-log01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-log01-02.
           close arqlog01 arqbak.
           open input arqlog01.
           open input arqbak.
           if log01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-log01-04
           end-if.
      *
       lab-bk-log01-03.
           read arqbak at end
                go to lab-bk-log01-04
           end-read.
           read arqlog01 next record at end
                move "N" to flag-resultado
                go to lab-bk-log01-04
           end-read.
           if reg-bak not = reg-log01
              add 1 to cont-difer
           end-if.
           go to lab-bk-log01-03.
      *
       lab-bk-log01-04.
           close arqlog01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-log01-fim.
           exit.
      *
       rot-conta-log01.
           read arqlog01 next record at end
                go to rot-conta-log01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-log01.
       rot-conta-log01-fim.
           exit.
      *
       sec-bk-lp01 section.
      *
       lab-bk-lp01-00.
           move "ARQLP01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqlp01.
           if lp01-status-bk not = "00"
              go to lab-bk-lp01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-lp01 thru rot-conta-lp01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqlp01
                 add 1 to tot-pulados
                 go to lab-bk-lp01-fim
              end-if
              close arqlp01
              open input arqlp01
              if lp01-status-bk not = "00"
                 go to lab-bk-lp01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqlp01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-lp01-fim
           end-if.
      *
       lab-bk-lp01-01.
           read arqlp01 next record at end
                go to lab-bk-lp01-02
           end-read.
           write reg-bak from reg-lp01.
           add 1 to cont-copia.
           go to lab-bk-lp01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-lp01-02.
           close arqlp01 arqbak.
           open input arqlp01.
           open input arqbak.
           if lp01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-lp01-04
           end-if.
      *
       lab-bk-lp01-03.
           read arqbak at end
                go to lab-bk-lp01-04
           end-read.
           read arqlp01 next record at end
                move "N" to flag-resultado
                go to lab-bk-lp01-04
           end-read.
           if reg-bak not = reg-lp01
              add 1 to cont-difer
           end-if.
           go to lab-bk-lp01-03.
      *
       lab-bk-lp01-04.
           close arqlp01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-lp01-fim.
           exit.
      *
       rot-conta-lp01.
           read arqlp01 next record at end
                go to rot-conta-lp01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-lp01.
       rot-conta-lp01-fim.
           exit.
      *
       sec-bk-md01 section.
      *
       lab-bk-md01-00.
           move "ARQMD01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqmd01.
           if md01-status-bk not = "00"
              go to lab-bk-md01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-md01 thru rot-conta-md01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqmd01
                 add 1 to tot-pulados
                 go to lab-bk-md01-fim
              end-if
              close arqmd01
              open input arqmd01
              if md01-status-bk not = "00"
                 go to lab-bk-md01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqmd01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-md01-fim
           end-if.
      *
       lab-bk-md01-01.
           read arqmd01 next record at end
                go to lab-bk-md01-02
           end-read.
           write reg-bak from reg-md01.
           add 1 to cont-copia.
           go to lab-bk-md01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-md01-02.
           close arqmd01 arqbak.
           open input arqmd01.
           open input arqbak.
           if md01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-md01-04
           end-if.
      *
       lab-bk-md01-03.
           read arqbak at end
                go to lab-bk-md01-04
           end-read.
           read arqmd01 next record at end
                move "N" to flag-resultado
                go to lab-bk-md01-04
           end-read.
           if reg-bak not = reg-md01
              add 1 to cont-difer
           end-if.
           go to lab-bk-md01-03.
      *
       lab-bk-md01-04.
           close arqmd01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-md01-fim.
           exit.
      *
       rot-conta-md01.
           read arqmd01 next record at end
                go to rot-conta-md01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-md01.
       rot-conta-md01-fim.
           exit.
      *
       sec-bk-ml01 section.
      *
       lab-bk-ml01-00.
           move "ARQML01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqml01.
           if ml01-status-bk not = "00"
              go to lab-bk-ml01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-ml01 thru rot-conta-ml01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqml01
                 add 1 to tot-pulados
                 go to lab-bk-ml01-fim
              end-if
              close arqml01
              open input arqml01
              if ml01-status-bk not = "00"
                 go to lab-bk-ml01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqml01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-ml01-fim
           end-if.
      *
       lab-bk-ml01-01.
           read arqml01 next record at end
                go to lab-bk-ml01-02
           end-read.
           write reg-bak from reg-ml01.
           add 1 to cont-copia.
           go to lab-bk-ml01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-ml01-02.
           close arqml01 arqbak.
           open input arqml01.
           open input arqbak.
           if ml01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-ml01-04
           end-if.
      *
       lab-bk-ml01-03.
           read arqbak at end
                go to lab-bk-ml01-04
           end-read.
           read arqml01 next record at end
                move "N" to flag-resultado
                go to lab-bk-ml01-04
           end-read.
           if reg-bak not = reg-ml01
              add 1 to cont-difer
           end-if.
           go to lab-bk-ml01-03.
      *
       lab-bk-ml01-04.
           close arqml01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-ml01-fim.
           exit.
      *
       rot-conta-ml01.
           read arqml01 next record at end
                go to rot-conta-ml01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-ml01.
       rot-conta-ml01-fim.
           exit.
      *
       sec-bk-ng01 section.
      *
       lab-bk-ng01-00.
           move "ARQNG01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqng01.
           if ng01-status-bk not = "00"
              go to lab-bk-ng01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-ng01 thru rot-conta-ng01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqng01
                 add 1 to tot-pulados
                 go to lab-bk-ng01-fim
              end-if
              close arqng01
              open input arqng01
              if ng01-status-bk not = "00"
                 go to lab-bk-ng01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqng01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-ng01-fim
           end-if.
      *
       lab-bk-ng01-01.
           read arqng01 next record at end
                go to lab-bk-ng01-02
           end-read.
           write reg-bak from reg-ng01.
           add 1 to cont-copia.
           go to lab-bk-ng01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-ng01-02.
           close arqng01 arqbak.
           open input arqng01.
           open input arqbak.
           if ng01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-ng01-04
           end-if.
      *
       lab-bk-ng01-03.
           read arqbak at end
                go to lab-bk-ng01-04
           end-read.
           read arqng01 next record at end
                move "N" to flag-resultado
                go to lab-bk-ng01-04
           end-read.
           if reg-bak not = reg-ng01
              add 1 to cont-difer
           end-if.
           go to lab-bk-ng01-03.
      *
       lab-bk-ng01-04.
           close arqng01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-ng01-fim.
           exit.
      *
       rot-conta-ng01.
           read arqng01 next record at end
                go to rot-conta-ng01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-ng01.
       rot-conta-ng01-fim.
           exit.
      *
       sec-bk-or01 section.
      *
       lab-bk-or01-00.
           move "ARQOR01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqor01.
           if or01-status-bk not = "00"
              go to lab-bk-or01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-or01 thru rot-conta-or01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqor01
                 add 1 to tot-pulados
                 go to lab-bk-or01-fim
              end-if
              close arqor01
              open input arqor01
              if or01-status-bk not = "00"
                 go to lab-bk-or01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqor01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-or01-fim
           end-if.
      *
       lab-bk-or01-01.
           read arqor01 next record at end
                go to lab-bk-or01-02
           end-read.
           write reg-bak from reg-or01.
           add 1 to cont-copia.
           go to lab-bk-or01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-or01-02.
           close arqor01 arqbak.
           open input arqor01.
           open input arqbak.
           if or01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-or01-04
           end-if.
      *
       lab-bk-or01-03.
           read arqbak at end
                go to lab-bk-or01-04
           end-read.
           read arqor01 next record at end
                move "N" to flag-resultado
                go to lab-bk-or01-04
           end-read.
           if reg-bak not = reg-or01
              add 1 to cont-difer
           end-if.
           go to lab-bk-or01-03.
      *
       lab-bk-or01-04.
           close arqor01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-or01-fim.
           exit.
      *
       rot-conta-or01.
           read arqor01 next record at end
                go to rot-conta-or01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-or01.
       rot-conta-or01-fim.
           exit.
      *
       sec-bk-ov01 section.
      *
       lab-bk-ov01-00.
           move "ARQOV01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqov01.
           if ov01-status-bk not = "00"
              go to lab-bk-ov01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-ov01 thru rot-conta-ov01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqov01
                 add 1 to tot-pulados
                 go to lab-bk-ov01-fim
              end-if
              close arqov01
              open input arqov01
              if ov01-status-bk not = "00"
                 go to lab-bk-ov01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqov01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-ov01-fim
           end-if.
      *
       lab-bk-ov01-01.
           read arqov01 next record at end
                go to lab-bk-ov01-02
           end-read.
           write reg-bak from reg-ov01.
           add 1 to cont-copia.
           go to lab-bk-ov01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-ov01-02.
           close arqov01 arqbak.
           open input arqov01.
           open input arqbak.
           if ov01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-ov01-04
           end-if.
      *
       lab-bk-ov01-03.
           read arqbak at end
                go to lab-bk-ov01-04
           end-read.
           read arqov01 next record at end
                move "N" to flag-resultado
                go to lab-bk-ov01-04
           end-read.
           if reg-bak not = reg-ov01
              add 1 to cont-difer
           end-if.
           go to lab-bk-ov01-03.
      *
       lab-bk-ov01-04.
           close arqov01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-ov01-fim.
           exit.
      *
       rot-conta-ov01.
           read arqov01 next record at end
                go to rot-conta-ov01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-ov01.
       rot-conta-ov01-fim.
           exit.
      *
       sec-bk-pa01 section.
      *
       lab-bk-pa01-00.
           move "ARQPA01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqpa01.
           if pa01-status-bk not = "00"
              go to lab-bk-pa01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-pa01 thru rot-conta-pa01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqpa01
                 add 1 to tot-pulados
                 go to lab-bk-pa01-fim
              end-if
              close arqpa01
              open input arqpa01
              if pa01-status-bk not = "00"
                 go to lab-bk-pa01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqpa01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-pa01-fim
           end-if.
      *
       lab-bk-pa01-01.
           read arqpa01 next record at end
                go to lab-bk-pa01-02
           end-read.
           write reg-bak from reg-pa01.
           add 1 to cont-copia.
           go to lab-bk-pa01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-pa01-02.
           close arqpa01 arqbak.
           open input arqpa01.
           open input arqbak.
           if pa01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-pa01-04
           end-if.
      *
       lab-bk-pa01-03.
           read arqbak at end
                go to lab-bk-pa01-04
           end-read.
           read arqpa01 next record at end
                move "N" to flag-resultado
                go to lab-bk-pa01-04
           end-read.
           if reg-bak not = reg-pa01
              add 1 to cont-difer
           end-if.
           go to lab-bk-pa01-03.
      *
       lab-bk-pa01-04.
           close arqpa01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-pa01-fim.
           exit.
      *
       rot-conta-pa01.
           read arqpa01 next record at end
                go to rot-conta-pa01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-pa01.
       rot-conta-pa01-fim.
           exit.
      *
       sec-bk-pa02 section.
      *
       lab-bk-pa02-00.
           move "ARQPA02A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqpa02.
           if pa02-status-bk not = "00"
              go to lab-bk-pa02-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-pa02 thru rot-conta-pa02-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqpa02
                 add 1 to tot-pulados
                 go to lab-bk-pa02-fim
              end-if
              close arqpa02
              open input arqpa02
              if pa02-status-bk not = "00"
                 go to lab-bk-pa02-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqpa02
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-pa02-fim
           end-if.
      *
       lab-bk-pa02-01.
           read arqpa02 next record at end
                go to lab-bk-pa02-02
           end-read.
           write reg-bak from reg-pa02.
           add 1 to cont-copia.
           go to lab-bk-pa02-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-pa02-02.
           close arqpa02 arqbak.
           open input arqpa02.
           open input arqbak.
           if pa02-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-pa02-04
           end-if.
      *
       lab-bk-pa02-03.
           read arqbak at end
                go to lab-bk-pa02-04
           end-read.
           read arqpa02 next record at end
                move "N" to flag-resultado
                go to lab-bk-pa02-04
           end-read.
           if reg-bak not = reg-pa02
              add 1 to cont-difer
           end-if.
           go to lab-bk-pa02-03.
      *
       lab-bk-pa02-04.
           close arqpa02 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-pa02-fim.
           exit.
      *
       rot-conta-pa02.
           read arqpa02 next record at end
                go to rot-conta-pa02-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-pa02.
       rot-conta-pa02-fim.
           exit.
      *
       sec-bk-pa03 section.
      *
       lab-bk-pa03-00.
           move "ARQPA03A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqpa03.
           if pa03-status-bk not = "00"
              go to lab-bk-pa03-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-pa03 thru rot-conta-pa03-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqpa03
                 add 1 to tot-pulados
                 go to lab-bk-pa03-fim
              end-if
              close arqpa03
              open input arqpa03
              if pa03-status-bk not = "00"
                 go to lab-bk-pa03-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqpa03
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-pa03-fim
           end-if.
      *
       lab-bk-pa03-01.
           read arqpa03 next record at end
                go to lab-bk-pa03-02
           end-read.
           write reg-bak from reg-pa03.
           add 1 to cont-copia.
           go to lab-bk-pa03-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-pa03-02.
           close arqpa03 arqbak.
           open input arqpa03.
           open input arqbak.
           if pa03-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-pa03-04
           end-if.
      *
       lab-bk-pa03-03.
           read arqbak at end
                go to lab-bk-pa03-04
           end-read.
           read arqpa03 next record at end
                move "N" to flag-resultado
                go to lab-bk-pa03-04
           end-read.
           if reg-bak not = reg-pa03
              add 1 to cont-difer
           end-if.
           go to lab-bk-pa03-03.
      *
       lab-bk-pa03-04.
           close arqpa03 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-pa03-fim.
           exit.
      *
       rot-conta-pa03.
           read arqpa03 next record at end
                go to rot-conta-pa03-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-pa03.
       rot-conta-pa03-fim.
           exit.
      *
       sec-bk-pc01 section.
      *
       lab-bk-pc01-00.
           move "ARQPC01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqpc01.
           if pc01-status-bk not = "00"
              go to lab-bk-pc01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-pc01 thru rot-conta-pc01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqpc01
                 add 1 to tot-pulados
                 go to lab-bk-pc01-fim
              end-if
              close arqpc01
              open input arqpc01
              if pc01-status-bk not = "00"
                 go to lab-bk-pc01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqpc01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-pc01-fim
           end-if.
      *
       lab-bk-pc01-01.
           read arqpc01 next record at end
                go to lab-bk-pc01-02
           end-read.
           write reg-bak from reg-pc01.
           add 1 to cont-copia.
           go to lab-bk-pc01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-pc01-02.
           close arqpc01 arqbak.
           open input arqpc01.
           open input arqbak.
           if pc01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-pc01-04
           end-if.
      *
       lab-bk-pc01-03.
           read arqbak at end
                go to lab-bk-pc01-04
           end-read.
           read arqpc01 next record at end
                move "N" to flag-resultado
                go to lab-bk-pc01-04
           end-read.
           if reg-bak not = reg-pc01
              add 1 to cont-difer
           end-if.
           go to lab-bk-pc01-03.
      *
       lab-bk-pc01-04.
           close arqpc01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-pc01-fim.
           exit.
      *
       rot-conta-pc01.
           read arqpc01 next record at end
                go to rot-conta-pc01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-pc01.
       rot-conta-pc01-fim.
           exit.
      *
       sec-bk-pd01 section.
      *
       lab-bk-pd01-00.
           move "ARQPD01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqpd01.
           if pd01-status-bk not = "00"
              go to lab-bk-pd01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-pd01 thru rot-conta-pd01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqpd01
                 add 1 to tot-pulados
                 go to lab-bk-pd01-fim
              end-if
              close arqpd01
              open input arqpd01
              if pd01-status-bk not = "00"
                 go to lab-bk-pd01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqpd01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-pd01-fim
           end-if.
      *
       lab-bk-pd01-01.
           read arqpd01 next record at end
                go to lab-bk-pd01-02
           end-read.
           write reg-bak from reg-pd01.
           add 1 to cont-copia.
           go to lab-bk-pd01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-pd01-02.
           close arqpd01 arqbak.
           open input arqpd01.
           open input arqbak.
           if pd01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-pd01-04
           end-if.
      *
       lab-bk-pd01-03.
           read arqbak at end
                go to lab-bk-pd01-04
           end-read.
           read arqpd01 next record at end
                move "N" to flag-resultado
                go to lab-bk-pd01-04
           end-read.
           if reg-bak not = reg-pd01
              add 1 to cont-difer
           end-if.
           go to lab-bk-pd01-03.
      *
       lab-bk-pd01-04.
           close arqpd01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-pd01-fim.
           exit.
      *
       rot-conta-pd01.
           read arqpd01 next record at end
                go to rot-conta-pd01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-pd01.
       rot-conta-pd01-fim.
           exit.
      *
       sec-bk-pj01 section.
      *
       lab-bk-pj01-00.
           move "ARQPJ01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqpj01.
           if pj01-status-bk not = "00"
              go to lab-bk-pj01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-pj01 thru rot-conta-pj01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqpj01
                 add 1 to tot-pulados
                 go to lab-bk-pj01-fim
              end-if
              close arqpj01
              open input arqpj01
              if pj01-status-bk not = "00"
                 go to lab-bk-pj01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqpj01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-pj01-fim
           end-if.
      *
       lab-bk-pj01-01.
           read arqpj01 next record at end
                go to lab-bk-pj01-02
           end-read.
           write reg-bak from reg-pj01.
           add 1 to cont-copia.
           go to lab-bk-pj01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-pj01-02.
           close arqpj01 arqbak.
           open input arqpj01.
           open input arqbak.
           if pj01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-pj01-04
           end-if.
      *
       lab-bk-pj01-03.
           read arqbak at end
                go to lab-bk-pj01-04
           end-read.
           read arqpj01 next record at end
                move "N" to flag-resultado
                go to lab-bk-pj01-04
           end-read.
           if reg-bak not = reg-pj01
              add 1 to cont-difer
           end-if.
           go to lab-bk-pj01-03.
      *
       lab-bk-pj01-04.
           close arqpj01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-pj01-fim.
           exit.
      *
       rot-conta-pj01.
           read arqpj01 next record at end
                go to rot-conta-pj01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-pj01.
       rot-conta-pj01-fim.
           exit.
      *
       sec-bk-pj02 section.
      *
       lab-bk-pj02-00.
           move "ARQPJ02A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqpj02.
           if pj02-status-bk not = "00"
              go to lab-bk-pj02-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-pj02 thru rot-conta-pj02-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqpj02
                 add 1 to tot-pulados
                 go to lab-bk-pj02-fim
              end-if
              close arqpj02
              open input arqpj02
              if pj02-status-bk not = "00"
                 go to lab-bk-pj02-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqpj02
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-pj02-fim
           end-if.
      *
       lab-bk-pj02-01.
           read arqpj02 next record at end
                go to lab-bk-pj02-02
           end-read.
           write reg-bak from reg-pj02.
           add 1 to cont-copia.
           go to lab-bk-pj02-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-pj02-02.
           close arqpj02 arqbak.
           open input arqpj02.
           open input arqbak.
           if pj02-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-pj02-04
           end-if.
      *
       lab-bk-pj02-03.
           read arqbak at end
                go to lab-bk-pj02-04
           end-read.
           read arqpj02 next record at end
                move "N" to flag-resultado
                go to lab-bk-pj02-04
           end-read.
           if reg-bak not = reg-pj02
              add 1 to cont-difer
           end-if.
           go to lab-bk-pj02-03.
      *
       lab-bk-pj02-04.
           close arqpj02 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-pj02-fim.
           exit.
      *
       rot-conta-pj02.
           read arqpj02 next record at end
                go to rot-conta-pj02-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-pj02.
       rot-conta-pj02-fim.
           exit.
      *
       sec-bk-pl01 section.
      *
       lab-bk-pl01-00.
           move "ARQPL01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqpl01.
           if pl01-status-bk not = "00"
              go to lab-bk-pl01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-pl01 thru rot-conta-pl01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqpl01
                 add 1 to tot-pulados
                 go to lab-bk-pl01-fim
              end-if
              close arqpl01
              open input arqpl01
              if pl01-status-bk not = "00"
                 go to lab-bk-pl01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqpl01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-pl01-fim
           end-if.
      *
       lab-bk-pl01-01.
           read arqpl01 next record at end
                go to lab-bk-pl01-02
           end-read.
           write reg-bak from reg-pl01.
           add 1 to cont-copia.
           go to lab-bk-pl01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-pl01-02.
           close arqpl01 arqbak.
           open input arqpl01.
           open input arqbak.
           if pl01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-pl01-04
           end-if.
      *
       lab-bk-pl01-03.
           read arqbak at end
                go to lab-bk-pl01-04
           end-read.
           read arqpl01 next record at end
                move "N" to flag-resultado
                go to lab-bk-pl01-04
           end-read.
           if reg-bak not = reg-pl01
              add 1 to cont-difer
           end-if.
           go to lab-bk-pl01-03.
      *
       lab-bk-pl01-04.
           close arqpl01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-pl01-fim.
           exit.
      *
       rot-conta-pl01.
           read arqpl01 next record at end
                go to rot-conta-pl01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-pl01.
       rot-conta-pl01-fim.
           exit.
      *
       sec-bk-pp01 section.
      *
       lab-bk-pp01-00.
           move "ARQPP01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqpp01.
           if pp01-status-bk not = "00"
              go to lab-bk-pp01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-pp01 thru rot-conta-pp01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqpp01
                 add 1 to tot-pulados
                 go to lab-bk-pp01-fim
              end-if
              close arqpp01
              open input arqpp01
              if pp01-status-bk not = "00"
                 go to lab-bk-pp01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqpp01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-pp01-fim
           end-if.
      *
       lab-bk-pp01-01.
           read arqpp01 next record at end
                go to lab-bk-pp01-02
           end-read.
           write reg-bak from reg-pp01.
           add 1 to cont-copia.
           go to lab-bk-pp01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-pp01-02.
           close arqpp01 arqbak.
           open input arqpp01.
           open input arqbak.
           if pp01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-pp01-04
           end-if.
      *
       lab-bk-pp01-03.
           read arqbak at end
                go to lab-bk-pp01-04
           end-read.
           read arqpp01 next record at end
                move "N" to flag-resultado
                go to lab-bk-pp01-04
           end-read.
           if reg-bak not = reg-pp01
              add 1 to cont-difer
           end-if.
           go to lab-bk-pp01-03.
      *
       lab-bk-pp01-04.
           close arqpp01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-pp01-fim.
           exit.
      *
       rot-conta-pp01.
           read arqpp01 next record at end
                go to rot-conta-pp01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-pp01.
       rot-conta-pp01-fim.
           exit.
      *
       sec-bk-pq01 section.
      *
       lab-bk-pq01-00.
           move "ARQPQ01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqpq01.
           if pq01-status-bk not = "00"
              go to lab-bk-pq01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-pq01 thru rot-conta-pq01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqpq01
                 add 1 to tot-pulados
                 go to lab-bk-pq01-fim
              end-if
              close arqpq01
              open input arqpq01
              if pq01-status-bk not = "00"
                 go to lab-bk-pq01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqpq01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-pq01-fim
           end-if.
      *
       lab-bk-pq01-01.
           read arqpq01 next record at end
                go to lab-bk-pq01-02
           end-read.
           write reg-bak from reg-pq01.
           add 1 to cont-copia.
           go to lab-bk-pq01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-pq01-02.
           close arqpq01 arqbak.
           open input arqpq01.
           open input arqbak.
           if pq01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-pq01-04
           end-if.
      *
       lab-bk-pq01-03.
           read arqbak at end
                go to lab-bk-pq01-04
           end-read.
           read arqpq01 next record at end
                move "N" to flag-resultado
                go to lab-bk-pq01-04
           end-read.
           if reg-bak not = reg-pq01
              add 1 to cont-difer
           end-if.
           go to lab-bk-pq01-03.
      *
       lab-bk-pq01-04.
           close arqpq01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-pq01-fim.
           exit.
      *
       rot-conta-pq01.
           read arqpq01 next record at end
                go to rot-conta-pq01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-pq01.
       rot-conta-pq01-fim.
           exit.
      *
       sec-bk-pq02 section.
      *
       lab-bk-pq02-00.
           move "ARQPQ02A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqpq02.
           if pq02-status-bk not = "00"
              go to lab-bk-pq02-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-pq02 thru rot-conta-pq02-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqpq02
                 add 1 to tot-pulados
                 go to lab-bk-pq02-fim
              end-if
              close arqpq02
              open input arqpq02
              if pq02-status-bk not = "00"
                 go to lab-bk-pq02-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqpq02
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-pq02-fim
           end-if.
      *
       lab-bk-pq02-01.
           read arqpq02 next record at end
                go to lab-bk-pq02-02
           end-read.
           write reg-bak from reg-pq02.
           add 1 to cont-copia.
           go to lab-bk-pq02-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-pq02-02.
           close arqpq02 arqbak.
           open input arqpq02.
           open input arqbak.
           if pq02-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-pq02-04
           end-if.
      *
       lab-bk-pq02-03.
           read arqbak at end
                go to lab-bk-pq02-04
           end-read.
           read arqpq02 next record at end
                move "N" to flag-resultado
                go to lab-bk-pq02-04
           end-read.
           if reg-bak not = reg-pq02
              add 1 to cont-difer
           end-if.
           go to lab-bk-pq02-03.
      *
       lab-bk-pq02-04.
           close arqpq02 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-pq02-fim.
           exit.
      *
       rot-conta-pq02.
           read arqpq02 next record at end
                go to rot-conta-pq02-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-pq02.
       rot-conta-pq02-fim.
           exit.
      *
       sec-bk-pr01 section.
      *
       lab-bk-pr01-00.
           move "ARQPR01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqpr01.
           if pr01-status-bk not = "00"
              go to lab-bk-pr01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-pr01 thru rot-conta-pr01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqpr01
                 add 1 to tot-pulados
                 go to lab-bk-pr01-fim
              end-if
              close arqpr01
              open input arqpr01
              if pr01-status-bk not = "00"
                 go to lab-bk-pr01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqpr01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-pr01-fim
           end-if.
      *
       lab-bk-pr01-01.
           read arqpr01 next record at end
                go to lab-bk-pr01-02
           end-read.
           write reg-bak from reg-pr01.
           add 1 to cont-copia.
           go to lab-bk-pr01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-pr01-02.
           close arqpr01 arqbak.
           open input arqpr01.
           open input arqbak.
           if pr01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-pr01-04
           end-if.
      *
       lab-bk-pr01-03.
           read arqbak at end
                go to lab-bk-pr01-04
           end-read.
           read arqpr01 next record at end
                move "N" to flag-resultado
                go to lab-bk-pr01-04
           end-read.
           if reg-bak not = reg-pr01
              add 1 to cont-difer
           end-if.
           go to lab-bk-pr01-03.
      *
       lab-bk-pr01-04.
           close arqpr01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-pr01-fim.
           exit.
      *
       rot-conta-pr01.
           read arqpr01 next record at end
                go to rot-conta-pr01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-pr01.
       rot-conta-pr01-fim.
           exit.
      *
       sec-bk-pt01 section.
      *
       lab-bk-pt01-00.
           move "ARQPT01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqpt01.
           if pt01-status-bk not = "00"
              go to lab-bk-pt01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-pt01 thru rot-conta-pt01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqpt01
                 add 1 to tot-pulados
                 go to lab-bk-pt01-fim
              end-if
              close arqpt01
              open input arqpt01
              if pt01-status-bk not = "00"
                 go to lab-bk-pt01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqpt01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-pt01-fim
           end-if.
      *
       lab-bk-pt01-01.
           read arqpt01 next record at end
                go to lab-bk-pt01-02
           end-read.
           write reg-bak from reg-pt01.
           add 1 to cont-copia.
           go to lab-bk-pt01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-pt01-02.
           close arqpt01 arqbak.
           open input arqpt01.
           open input arqbak.
           if pt01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-pt01-04
           end-if.
      *
       lab-bk-pt01-03.
           read arqbak at end
                go to lab-bk-pt01-04
           end-read.
           read arqpt01 next record at end
                move "N" to flag-resultado
                go to lab-bk-pt01-04
           end-read.
           if reg-bak not = reg-pt01
              add 1 to cont-difer
           end-if.
           go to lab-bk-pt01-03.
      *
       lab-bk-pt01-04.
           close arqpt01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-pt01-fim.
           exit.
      *
       rot-conta-pt01.
           read arqpt01 next record at end
                go to rot-conta-pt01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-pt01.
       rot-conta-pt01-fim.
           exit.
      *
       sec-bk-pu01 section.
      *
       lab-bk-pu01-00.
           move "ARQPU01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqpu01.
           if pu01-status-bk not = "00"
              go to lab-bk-pu01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-pu01 thru rot-conta-pu01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqpu01
                 add 1 to tot-pulados
                 go to lab-bk-pu01-fim
              end-if
              close arqpu01
              open input arqpu01
              if pu01-status-bk not = "00"
                 go to lab-bk-pu01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqpu01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-pu01-fim
           end-if.
      *
       lab-bk-pu01-01.
           read arqpu01 next record at end
                go to lab-bk-pu01-02
           end-read.
           write reg-bak from reg-pu01.
           add 1 to cont-copia.
           go to lab-bk-pu01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-pu01-02.
           close arqpu01 arqbak.
           open input arqpu01.
           open input arqbak.
           if pu01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-pu01-04
           end-if.
      *
       lab-bk-pu01-03.
           read arqbak at end
                go to lab-bk-pu01-04
           end-read.
           read arqpu01 next record at end
                move "N" to flag-resultado
                go to lab-bk-pu01-04
           end-read.
           if reg-bak not = reg-pu01
              add 1 to cont-difer
           end-if.
           go to lab-bk-pu01-03.
      *
       lab-bk-pu01-04.
           close arqpu01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-pu01-fim.
           exit.
      *
       rot-conta-pu01.
           read arqpu01 next record at end
                go to rot-conta-pu01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-pu01.
       rot-conta-pu01-fim.
           exit.
      *
       sec-bk-pu02 section.
      *
       lab-bk-pu02-00.
           move "ARQPU02A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqpu02.
           if pu02-status-bk not = "00"
              go to lab-bk-pu02-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-pu02 thru rot-conta-pu02-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqpu02
                 add 1 to tot-pulados
                 go to lab-bk-pu02-fim
              end-if
              close arqpu02
              open input arqpu02
              if pu02-status-bk not = "00"
                 go to lab-bk-pu02-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqpu02
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-pu02-fim
           end-if.
      *
       lab-bk-pu02-01.
           read arqpu02 next record at end
                go to lab-bk-pu02-02
           end-read.
           write reg-bak from reg-pu02.
           add 1 to cont-copia.
           go to lab-bk-pu02-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-pu02-02.
           close arqpu02 arqbak.
           open input arqpu02.
           open input arqbak.
           if pu02-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-pu02-04
           end-if.
      *
       lab-bk-pu02-03.
           read arqbak at end
                go to lab-bk-pu02-04
           end-read.
           read arqpu02 next record at end
                move "N" to flag-resultado
                go to lab-bk-pu02-04
           end-read.
           if reg-bak not = reg-pu02
              add 1 to cont-difer
           end-if.
           go to lab-bk-pu02-03.
      *
       lab-bk-pu02-04.
           close arqpu02 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-pu02-fim.
           exit.
      *
       rot-conta-pu02.
           read arqpu02 next record at end
                go to rot-conta-pu02-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-pu02.
       rot-conta-pu02-fim.
           exit.
      *
       sec-bk-pv01 section.
      *
       lab-bk-pv01-00.
           move "ARQPV01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqpv01.
           if pv01-status-bk not = "00"
              go to lab-bk-pv01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-pv01 thru rot-conta-pv01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqpv01
                 add 1 to tot-pulados
                 go to lab-bk-pv01-fim
              end-if
              close arqpv01
              open input arqpv01
              if pv01-status-bk not = "00"
                 go to lab-bk-pv01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqpv01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-pv01-fim
           end-if.
      *
       lab-bk-pv01-01.
           read arqpv01 next record at end
                go to lab-bk-pv01-02
           end-read.
           write reg-bak from reg-pv01.
           add 1 to cont-copia.
           go to lab-bk-pv01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-pv01-02.
           close arqpv01 arqbak.
           open input arqpv01.
           open input arqbak.
           if pv01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-pv01-04
           end-if.
      *
       lab-bk-pv01-03.
           read arqbak at end
                go to lab-bk-pv01-04
           end-read.
           read arqpv01 next record at end
                move "N" to flag-resultado
                go to lab-bk-pv01-04
           end-read.
           if reg-bak not = reg-pv01
              add 1 to cont-difer
           end-if.
           go to lab-bk-pv01-03.
      *
       lab-bk-pv01-04.
           close arqpv01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-pv01-fim.
           exit.
      *
       rot-conta-pv01.
           read arqpv01 next record at end
                go to rot-conta-pv01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-pv01.
       rot-conta-pv01-fim.
           exit.
      *
       sec-bk-qd01 section.
      *
       lab-bk-qd01-00.
           move "ARQQD01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqqd01.
           if qd01-status-bk not = "00"
              go to lab-bk-qd01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-qd01 thru rot-conta-qd01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqqd01
                 add 1 to tot-pulados
                 go to lab-bk-qd01-fim
              end-if
              close arqqd01
              open input arqqd01
              if qd01-status-bk not = "00"
                 go to lab-bk-qd01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqqd01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-qd01-fim
           end-if.
      *
       lab-bk-qd01-01.
           read arqqd01 next record at end
                go to lab-bk-qd01-02
           end-read.
           write reg-bak from reg-qd01.
           add 1 to cont-copia.
           go to lab-bk-qd01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-qd01-02.
           close arqqd01 arqbak.
           open input arqqd01.
           open input arqbak.
           if qd01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-qd01-04
           end-if.
      *
       lab-bk-qd01-03.
           read arqbak at end
                go to lab-bk-qd01-04
           end-read.
           read arqqd01 next record at end
                move "N" to flag-resultado
                go to lab-bk-qd01-04
           end-read.
           if reg-bak not = reg-qd01
              add 1 to cont-difer
           end-if.
           go to lab-bk-qd01-03.
      *
       lab-bk-qd01-04.
           close arqqd01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-qd01-fim.
           exit.
      *
       rot-conta-qd01.
           read arqqd01 next record at end
                go to rot-conta-qd01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-qd01.
       rot-conta-qd01-fim.
           exit.
      *
       sec-bk-qt01 section.
      *
       lab-bk-qt01-00.
           move "ARQQT01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqqt01.
           if qt01-status-bk not = "00"
              go to lab-bk-qt01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-qt01 thru rot-conta-qt01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqqt01
                 add 1 to tot-pulados
                 go to lab-bk-qt01-fim
              end-if
              close arqqt01
              open input arqqt01
              if qt01-status-bk not = "00"
                 go to lab-bk-qt01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqqt01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-qt01-fim
           end-if.
      *
       lab-bk-qt01-01.
           read arqqt01 next record at end
                go to lab-bk-qt01-02
           end-read.
           write reg-bak from reg-qt01.
           add 1 to cont-copia.
           go to lab-bk-qt01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-qt01-02.
           close arqqt01 arqbak.
           open input arqqt01.
           open input arqbak.
           if qt01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-qt01-04
           end-if.
      *
       lab-bk-qt01-03.
           read arqbak at end
                go to lab-bk-qt01-04
           end-read.
           read arqqt01 next record at end
                move "N" to flag-resultado
                go to lab-bk-qt01-04
           end-read.
           if reg-bak not = reg-qt01
              add 1 to cont-difer
           end-if.
           go to lab-bk-qt01-03.
      *
       lab-bk-qt01-04.
           close arqqt01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-qt01-fim.
           exit.
      *
       rot-conta-qt01.
           read arqqt01 next record at end
                go to rot-conta-qt01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-qt01.
       rot-conta-qt01-fim.
           exit.
      *
       sec-bk-qt02 section.
      *
       lab-bk-qt02-00.
           move "ARQQT02A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqqt02.
           if qt02-status-bk not = "00"
              go to lab-bk-qt02-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-qt02 thru rot-conta-qt02-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqqt02
                 add 1 to tot-pulados
                 go to lab-bk-qt02-fim
              end-if
              close arqqt02
              open input arqqt02
              if qt02-status-bk not = "00"
                 go to lab-bk-qt02-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqqt02
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-qt02-fim
           end-if.
      *
       lab-bk-qt02-01.
           read arqqt02 next record at end
                go to lab-bk-qt02-02
           end-read.
           write reg-bak from reg-qt02.
           add 1 to cont-copia.
           go to lab-bk-qt02-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-qt02-02.
           close arqqt02 arqbak.
           open input arqqt02.
           open input arqbak.
           if qt02-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-qt02-04
           end-if.
      *
       lab-bk-qt02-03.
           read arqbak at end
                go to lab-bk-qt02-04
           end-read.
           read arqqt02 next record at end
                move "N" to flag-resultado
                go to lab-bk-qt02-04
           end-read.
           if reg-bak not = reg-qt02
              add 1 to cont-difer
           end-if.
           go to lab-bk-qt02-03.
      *
       lab-bk-qt02-04.
           close arqqt02 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-qt02-fim.
           exit.
      *
       rot-conta-qt02.
           read arqqt02 next record at end
                go to rot-conta-qt02-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-qt02.
       rot-conta-qt02-fim.
           exit.
      *
       sec-bk-qt03 section.
      *
       lab-bk-qt03-00.
           move "ARQQT03A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqqt03.
           if qt03-status-bk not = "00"
              go to lab-bk-qt03-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-qt03 thru rot-conta-qt03-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqqt03
                 add 1 to tot-pulados
                 go to lab-bk-qt03-fim
              end-if
              close arqqt03
              open input arqqt03
              if qt03-status-bk not = "00"
                 go to lab-bk-qt03-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqqt03
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-qt03-fim
           end-if.
      *
       lab-bk-qt03-01.
           read arqqt03 next record at end
                go to lab-bk-qt03-02
           end-read.
           write reg-bak from reg-qt03.
           add 1 to cont-copia.
           go to lab-bk-qt03-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-qt03-02.
           close arqqt03 arqbak.
           open input arqqt03.
           open input arqbak.
           if qt03-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-qt03-04
           end-if.
      *
       lab-bk-qt03-03.
           read arqbak at end
                go to lab-bk-qt03-04
           end-read.
           read arqqt03 next record at end
                move "N" to flag-resultado
                go to lab-bk-qt03-04
           end-read.
           if reg-bak not = reg-qt03
              add 1 to cont-difer
           end-if.
           go to lab-bk-qt03-03.
      *
       lab-bk-qt03-04.
           close arqqt03 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-qt03-fim.
           exit.
      *
       rot-conta-qt03.
           read arqqt03 next record at end
                go to rot-conta-qt03-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-qt03.
       rot-conta-qt03-fim.
           exit.
      *
       sec-bk-ra01 section.
      *
       lab-bk-ra01-00.
           move "ARQRA01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqra01.
           if ra01-status-bk not = "00"
              go to lab-bk-ra01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-ra01 thru rot-conta-ra01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqra01
                 add 1 to tot-pulados
                 go to lab-bk-ra01-fim
              end-if
              close arqra01
              open input arqra01
              if ra01-status-bk not = "00"
                 go to lab-bk-ra01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqra01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-ra01-fim
           end-if.
      *
       lab-bk-ra01-01.
           read arqra01 next record at end
                go to lab-bk-ra01-02
           end-read.
           write reg-bak from reg-ra01.
           add 1 to cont-copia.
           go to lab-bk-ra01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-ra01-02.
           close arqra01 arqbak.
           open input arqra01.
           open input arqbak.
           if ra01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-ra01-04
           end-if.
      *
       lab-bk-ra01-03.
           read arqbak at end
                go to lab-bk-ra01-04
           end-read.
           read arqra01 next record at end
                move "N" to flag-resultado
                go to lab-bk-ra01-04
           end-read.
           if reg-bak not = reg-ra01
              add 1 to cont-difer
           end-if.
           go to lab-bk-ra01-03.
      *
       lab-bk-ra01-04.
           close arqra01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-ra01-fim.
           exit.
      *
       rot-conta-ra01.
           read arqra01 next record at end
                go to rot-conta-ra01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-ra01.
       rot-conta-ra01-fim.
           exit.
      *
       sec-bk-rb01 section.
      *
       lab-bk-rb01-00.
           move "ARQRB01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqrb01.
           if rb01-status-bk not = "00"
              go to lab-bk-rb01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-rb01 thru rot-conta-rb01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqrb01
                 add 1 to tot-pulados
                 go to lab-bk-rb01-fim
              end-if
              close arqrb01
              open input arqrb01
              if rb01-status-bk not = "00"
                 go to lab-bk-rb01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqrb01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-rb01-fim
           end-if.
      *
       lab-bk-rb01-01.
           read arqrb01 next record at end
                go to lab-bk-rb01-02
           end-read.
           write reg-bak from reg-rb01.
           add 1 to cont-copia.
           go to lab-bk-rb01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-rb01-02.
           close arqrb01 arqbak.
           open input arqrb01.
           open input arqbak.
           if rb01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-rb01-04
           end-if.
      *
       lab-bk-rb01-03.
           read arqbak at end
                go to lab-bk-rb01-04
           end-read.
           read arqrb01 next record at end
                move "N" to flag-resultado
                go to lab-bk-rb01-04
           end-read.
           if reg-bak not = reg-rb01
              add 1 to cont-difer
           end-if.
           go to lab-bk-rb01-03.
      *
       lab-bk-rb01-04.
           close arqrb01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-rb01-fim.
           exit.
      *
       rot-conta-rb01.
           read arqrb01 next record at end
                go to rot-conta-rb01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-rb01.
       rot-conta-rb01-fim.
           exit.
      *
       sec-bk-rc01 section.
      *
       lab-bk-rc01-00.
           move "ARQRC01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqrc01.
           if rc01-status-bk not = "00"
              go to lab-bk-rc01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-rc01 thru rot-conta-rc01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqrc01
                 add 1 to tot-pulados
                 go to lab-bk-rc01-fim
              end-if
              close arqrc01
              open input arqrc01
              if rc01-status-bk not = "00"
                 go to lab-bk-rc01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqrc01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-rc01-fim
           end-if.
      *
       lab-bk-rc01-01.
           read arqrc01 next record at end
                go to lab-bk-rc01-02
           end-read.
           write reg-bak from reg-rc01.
           add 1 to cont-copia.
           go to lab-bk-rc01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-rc01-02.
           close arqrc01 arqbak.
           open input arqrc01.
           open input arqbak.
           if rc01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-rc01-04
           end-if.
      *
       lab-bk-rc01-03.
           read arqbak at end
                go to lab-bk-rc01-04
           end-read.
           read arqrc01 next record at end
                move "N" to flag-resultado
                go to lab-bk-rc01-04
           end-read.
           if reg-bak not = reg-rc01
              add 1 to cont-difer
           end-if.
           go to lab-bk-rc01-03.
      *
       lab-bk-rc01-04.
           close arqrc01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-rc01-fim.
           exit.
      *
       rot-conta-rc01.
           read arqrc01 next record at end
                go to rot-conta-rc01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-rc01.
       rot-conta-rc01-fim.
           exit.
      *
       sec-bk-rd01 section.
      *
       lab-bk-rd01-00.
           move "ARQRD01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqrd01.
           if rd01-status-bk not = "00"
              go to lab-bk-rd01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-rd01 thru rot-conta-rd01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqrd01
                 add 1 to tot-pulados
                 go to lab-bk-rd01-fim
              end-if
              close arqrd01
              open input arqrd01
              if rd01-status-bk not = "00"
                 go to lab-bk-rd01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqrd01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-rd01-fim
           end-if.
      *
       lab-bk-rd01-01.
           read arqrd01 next record at end
                go to lab-bk-rd01-02
           end-read.
           write reg-bak from reg-rd01.
           add 1 to cont-copia.
           go to lab-bk-rd01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-rd01-02.
           close arqrd01 arqbak.
           open input arqrd01.
           open input arqbak.
           if rd01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-rd01-04
           end-if.
      *
       lab-bk-rd01-03.
           read arqbak at end
                go to lab-bk-rd01-04
           end-read.
           read arqrd01 next record at end
                move "N" to flag-resultado
                go to lab-bk-rd01-04
           end-read.
           if reg-bak not = reg-rd01
              add 1 to cont-difer
           end-if.
           go to lab-bk-rd01-03.
      *
       lab-bk-rd01-04.
           close arqrd01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-rd01-fim.
           exit.
      *
       rot-conta-rd01.
           read arqrd01 next record at end
                go to rot-conta-rd01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-rd01.
       rot-conta-rd01-fim.
           exit.
      *
       sec-bk-rd02 section.
      *
       lab-bk-rd02-00.
           move "ARQRD02A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqrd02.
           if rd02-status-bk not = "00"
              go to lab-bk-rd02-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-rd02 thru rot-conta-rd02-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqrd02
                 add 1 to tot-pulados
                 go to lab-bk-rd02-fim
              end-if
              close arqrd02
              open input arqrd02
              if rd02-status-bk not = "00"
                 go to lab-bk-rd02-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqrd02
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-rd02-fim
           end-if.
      *
       lab-bk-rd02-01.
           read arqrd02 next record at end
                go to lab-bk-rd02-02
           end-read.
           write reg-bak from reg-rd02.
           add 1 to cont-copia.
           go to lab-bk-rd02-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-rd02-02.
           close arqrd02 arqbak.
           open input arqrd02.
           open input arqbak.
           if rd02-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-rd02-04
           end-if.
      *
       lab-bk-rd02-03.
           read arqbak at end
                go to lab-bk-rd02-04
           end-read.
           read arqrd02 next record at end
                move "N" to flag-resultado
                go to lab-bk-rd02-04
           end-read.
           if reg-bak not = reg-rd02
              add 1 to cont-difer
           end-if.
           go to lab-bk-rd02-03.
      *
       lab-bk-rd02-04.
           close arqrd02 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-rd02-fim.
           exit.
      *
       rot-conta-rd02.
           read arqrd02 next record at end
                go to rot-conta-rd02-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-rd02.
       rot-conta-rd02-fim.
           exit.
      *
       sec-bk-rd03 section.
      *
       lab-bk-rd03-00.
           move "ARQRD03A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqrd03.
           if rd03-status-bk not = "00"
              go to lab-bk-rd03-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-rd03 thru rot-conta-rd03-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqrd03
                 add 1 to tot-pulados
                 go to lab-bk-rd03-fim
              end-if
              close arqrd03
              open input arqrd03
              if rd03-status-bk not = "00"
                 go to lab-bk-rd03-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqrd03
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-rd03-fim
           end-if.
      *
       lab-bk-rd03-01.
           read arqrd03 next record at end
                go to lab-bk-rd03-02
           end-read.
           write reg-bak from reg-rd03.
           add 1 to cont-copia.
           go to lab-bk-rd03-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-rd03-02.
           close arqrd03 arqbak.
           open input arqrd03.
           open input arqbak.
           if rd03-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-rd03-04
           end-if.
      *
       lab-bk-rd03-03.
           read arqbak at end
                go to lab-bk-rd03-04
           end-read.
           read arqrd03 next record at end
                move "N" to flag-resultado
                go to lab-bk-rd03-04
           end-read.
           if reg-bak not = reg-rd03
              add 1 to cont-difer
           end-if.
           go to lab-bk-rd03-03.
      *
       lab-bk-rd03-04.
           close arqrd03 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-rd03-fim.
           exit.
      *
       rot-conta-rd03.
           read arqrd03 next record at end
                go to rot-conta-rd03-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-rd03.
       rot-conta-rd03-fim.
           exit.
      *
       sec-bk-rd04 section.
      *
       lab-bk-rd04-00.
           move "ARQRD04A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqrd04.
           if rd04-status-bk not = "00"
              go to lab-bk-rd04-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-rd04 thru rot-conta-rd04-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqrd04
                 add 1 to tot-pulados
                 go to lab-bk-rd04-fim
              end-if
              close arqrd04
              open input arqrd04
              if rd04-status-bk not = "00"
                 go to lab-bk-rd04-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqrd04
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-rd04-fim
           end-if.
      *
       lab-bk-rd04-01.
           read arqrd04 next record at end
                go to lab-bk-rd04-02
           end-read.
           write reg-bak from reg-rd04.
           add 1 to cont-copia.
           go to lab-bk-rd04-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-rd04-02.
           close arqrd04 arqbak.
           open input arqrd04.
           open input arqbak.
           if rd04-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-rd04-04
           end-if.
      *
       lab-bk-rd04-03.
           read arqbak at end
                go to lab-bk-rd04-04
           end-read.
           read arqrd04 next record at end
                move "N" to flag-resultado
                go to lab-bk-rd04-04
           end-read.
           if reg-bak not = reg-rd04
              add 1 to cont-difer
           end-if.
           go to lab-bk-rd04-03.
      *
       lab-bk-rd04-04.
           close arqrd04 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-rd04-fim.
           exit.
      *
       rot-conta-rd04.
           read arqrd04 next record at end
                go to rot-conta-rd04-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-rd04.
       rot-conta-rd04-fim.
           exit.
      *
       sec-bk-re01 section.
      *
       lab-bk-re01-00.
           move "ARQRE01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqre01.
           if re01-status-bk not = "00"
              go to lab-bk-re01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-re01 thru rot-conta-re01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqre01
                 add 1 to tot-pulados
                 go to lab-bk-re01-fim
              end-if
              close arqre01
              open input arqre01
              if re01-status-bk not = "00"
                 go to lab-bk-re01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqre01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-re01-fim
           end-if.
      *
       lab-bk-re01-01.
           read arqre01 next record at end
                go to lab-bk-re01-02
           end-read.
           write reg-bak from reg-re01.
           add 1 to cont-copia.
           go to lab-bk-re01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-re01-02.
           close arqre01 arqbak.
           open input arqre01.
           open input arqbak.
           if re01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-re01-04
           end-if.
      *
       lab-bk-re01-03.
           read arqbak at end
                go to lab-bk-re01-04
           end-read.
           read arqre01 next record at end
                move "N" to flag-resultado
                go to lab-bk-re01-04
           end-read.
           if reg-bak not = reg-re01
              add 1 to cont-difer
           end-if.
           go to lab-bk-re01-03.
      *
       lab-bk-re01-04.
           close arqre01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-re01-fim.
           exit.
      *
       rot-conta-re01.
           read arqre01 next record at end
                go to rot-conta-re01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-re01.
       rot-conta-re01-fim.
           exit.
      *
       sec-bk-rk01 section.
      *
       lab-bk-rk01-00.
           move "ARQRK01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqrk01.
           if rk01-status-bk not = "00"
              go to lab-bk-rk01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-rk01 thru rot-conta-rk01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqrk01
                 add 1 to tot-pulados
                 go to lab-bk-rk01-fim
              end-if
              close arqrk01
              open input arqrk01
              if rk01-status-bk not = "00"
                 go to lab-bk-rk01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqrk01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-rk01-fim
           end-if.
      *
       lab-bk-rk01-01.
           read arqrk01 next record at end
                go to lab-bk-rk01-02
           end-read.
           write reg-bak from reg-rk01.
           add 1 to cont-copia.
           go to lab-bk-rk01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-rk01-02.
           close arqrk01 arqbak.
           open input arqrk01.
           open input arqbak.
           if rk01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-rk01-04
           end-if.
      *
       lab-bk-rk01-03.
           read arqbak at end
                go to lab-bk-rk01-04
           end-read.
           read arqrk01 next record at end
                move "N" to flag-resultado
                go to lab-bk-rk01-04
           end-read.
           if reg-bak not = reg-rk01
              add 1 to cont-difer
           end-if.
           go to lab-bk-rk01-03.
      *
       lab-bk-rk01-04.
           close arqrk01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-rk01-fim.
           exit.
      *
       rot-conta-rk01.
           read arqrk01 next record at end
                go to rot-conta-rk01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-rk01.
       rot-conta-rk01-fim.
           exit.
      *
       sec-bk-rl01 section.
      *
       lab-bk-rl01-00.
           move "ARQRL01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqrl01.
           if rl01-status-bk not = "00"
              go to lab-bk-rl01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-rl01 thru rot-conta-rl01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqrl01
                 add 1 to tot-pulados
                 go to lab-bk-rl01-fim
              end-if
              close arqrl01
              open input arqrl01
              if rl01-status-bk not = "00"
                 go to lab-bk-rl01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqrl01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-rl01-fim
           end-if.
      *
       lab-bk-rl01-01.
           read arqrl01 next record at end
                go to lab-bk-rl01-02
           end-read.
           write reg-bak from reg-rl01.
           add 1 to cont-copia.
           go to lab-bk-rl01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-rl01-02.
           close arqrl01 arqbak.
           open input arqrl01.
           open input arqbak.
           if rl01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-rl01-04
           end-if.
      *
       lab-bk-rl01-03.
           read arqbak at end
                go to lab-bk-rl01-04
           end-read.
           read arqrl01 next record at end
                move "N" to flag-resultado
                go to lab-bk-rl01-04
           end-read.
           if reg-bak not = reg-rl01
              add 1 to cont-difer
           end-if.
           go to lab-bk-rl01-03.
      *
       lab-bk-rl01-04.
           close arqrl01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-rl01-fim.
           exit.
      *
       rot-conta-rl01.
           read arqrl01 next record at end
                go to rot-conta-rl01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-rl01.
       rot-conta-rl01-fim.
           exit.
      *
       sec-bk-rn01 section.
      *
       lab-bk-rn01-00.
           move "ARQRN01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqrn01.
           if rn01-status-bk not = "00"
              go to lab-bk-rn01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-rn01 thru rot-conta-rn01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqrn01
                 add 1 to tot-pulados
                 go to lab-bk-rn01-fim
              end-if
              close arqrn01
              open input arqrn01
              if rn01-status-bk not = "00"
                 go to lab-bk-rn01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqrn01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-rn01-fim
           end-if.
      *
       lab-bk-rn01-01.
           read arqrn01 next record at end
                go to lab-bk-rn01-02
           end-read.
           write reg-bak from reg-rn01.
           add 1 to cont-copia.
           go to lab-bk-rn01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-rn01-02.
           close arqrn01 arqbak.
           open input arqrn01.
           open input arqbak.
           if rn01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-rn01-04
           end-if.
      *
       lab-bk-rn01-03.
           read arqbak at end
                go to lab-bk-rn01-04
           end-read.
           read arqrn01 next record at end
                move "N" to flag-resultado
                go to lab-bk-rn01-04
           end-read.
           if reg-bak not = reg-rn01
              add 1 to cont-difer
           end-if.
           go to lab-bk-rn01-03.
      *
       lab-bk-rn01-04.
           close arqrn01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-rn01-fim.
           exit.
      *
       rot-conta-rn01.
           read arqrn01 next record at end
                go to rot-conta-rn01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-rn01.
       rot-conta-rn01-fim.
           exit.
      *
       sec-bk-rp01 section.
      *
       lab-bk-rp01-00.
           move "ARQRP01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqrp01.
           if rp01-status-bk not = "00"
              go to lab-bk-rp01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-rp01 thru rot-conta-rp01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqrp01
                 add 1 to tot-pulados
                 go to lab-bk-rp01-fim
              end-if
              close arqrp01
              open input arqrp01
              if rp01-status-bk not = "00"
                 go to lab-bk-rp01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqrp01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-rp01-fim
           end-if.
      *
       lab-bk-rp01-01.
           read arqrp01 next record at end
                go to lab-bk-rp01-02
           end-read.
           write reg-bak from reg-rp01.
           add 1 to cont-copia.
           go to lab-bk-rp01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-rp01-02.
           close arqrp01 arqbak.
           open input arqrp01.
           open input arqbak.
           if rp01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-rp01-04
           end-if.
      *
       lab-bk-rp01-03.
           read arqbak at end
                go to lab-bk-rp01-04
           end-read.
           read arqrp01 next record at end
                move "N" to flag-resultado
                go to lab-bk-rp01-04
           end-read.
           if reg-bak not = reg-rp01
              add 1 to cont-difer
           end-if.
           go to lab-bk-rp01-03.
      *
       lab-bk-rp01-04.
           close arqrp01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-rp01-fim.
           exit.
      *
       rot-conta-rp01.
           read arqrp01 next record at end
                go to rot-conta-rp01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-rp01.
       rot-conta-rp01-fim.
           exit.
      *
       sec-bk-rs01 section.
      *
       lab-bk-rs01-00.
           move "ARQRS01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqrs01.
           if rs01-status-bk not = "00"
              go to lab-bk-rs01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-rs01 thru rot-conta-rs01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqrs01
                 add 1 to tot-pulados
                 go to lab-bk-rs01-fim
              end-if
              close arqrs01
              open input arqrs01
              if rs01-status-bk not = "00"
                 go to lab-bk-rs01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqrs01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-rs01-fim
           end-if.
      *
       lab-bk-rs01-01.
           read arqrs01 next record at end
                go to lab-bk-rs01-02
           end-read.
           write reg-bak from reg-rs01.
           add 1 to cont-copia.
           go to lab-bk-rs01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-rs01-02.
           close arqrs01 arqbak.
           open input arqrs01.
           open input arqbak.
           if rs01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-rs01-04
           end-if.
      *
       lab-bk-rs01-03.
           read arqbak at end
                go to lab-bk-rs01-04
           end-read.
           read arqrs01 next record at end
                move "N" to flag-resultado
                go to lab-bk-rs01-04
           end-read.
           if reg-bak not = reg-rs01
              add 1 to cont-difer
           end-if.
           go to lab-bk-rs01-03.
      *
       lab-bk-rs01-04.
           close arqrs01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-rs01-fim.
           exit.
      *
       rot-conta-rs01.
           read arqrs01 next record at end
                go to rot-conta-rs01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-rs01.
       rot-conta-rs01-fim.
           exit.
      *
       sec-bk-sa01 section.
      *
       lab-bk-sa01-00.
           move "ARQSA01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqsa01.
           if sa01-status-bk not = "00"
              go to lab-bk-sa01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-sa01 thru rot-conta-sa01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqsa01
                 add 1 to tot-pulados
                 go to lab-bk-sa01-fim
              end-if
              close arqsa01
              open input arqsa01
              if sa01-status-bk not = "00"
                 go to lab-bk-sa01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqsa01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-sa01-fim
           end-if.
      *
       lab-bk-sa01-01.
           read arqsa01 next record at end
                go to lab-bk-sa01-02
           end-read.
           write reg-bak from reg-sa01.
           add 1 to cont-copia.
           go to lab-bk-sa01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-sa01-02.
           close arqsa01 arqbak.
           open input arqsa01.
           open input arqbak.
           if sa01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-sa01-04
           end-if.
      *
       lab-bk-sa01-03.
           read arqbak at end
                go to lab-bk-sa01-04
           end-read.
           read arqsa01 next record at end
                move "N" to flag-resultado
                go to lab-bk-sa01-04
           end-read.
           if reg-bak not = reg-sa01
              add 1 to cont-difer
           end-if.
           go to lab-bk-sa01-03.
      *
       lab-bk-sa01-04.
           close arqsa01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-sa01-fim.
           exit.
      *
       rot-conta-sa01.
           read arqsa01 next record at end
                go to rot-conta-sa01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-sa01.
       rot-conta-sa01-fim.
           exit.
      *
       sec-bk-sl01 section.
      *
       lab-bk-sl01-00.
           move "ARQSL01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqsl01.
           if sl01-status-bk not = "00"
              go to lab-bk-sl01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-sl01 thru rot-conta-sl01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqsl01
                 add 1 to tot-pulados
                 go to lab-bk-sl01-fim
              end-if
              close arqsl01
              open input arqsl01
              if sl01-status-bk not = "00"
                 go to lab-bk-sl01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqsl01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-sl01-fim
           end-if.
      *
       lab-bk-sl01-01.
           read arqsl01 next record at end
                go to lab-bk-sl01-02
           end-read.
           write reg-bak from reg-sl01.
           add 1 to cont-copia.
           go to lab-bk-sl01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-sl01-02.
           close arqsl01 arqbak.
           open input arqsl01.
           open input arqbak.
           if sl01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-sl01-04
           end-if.
      *
       lab-bk-sl01-03.
           read arqbak at end
                go to lab-bk-sl01-04
           end-read.
           read arqsl01 next record at end
                move "N" to flag-resultado
                go to lab-bk-sl01-04
           end-read.
           if reg-bak not = reg-sl01
              add 1 to cont-difer
           end-if.
           go to lab-bk-sl01-03.
      *
       lab-bk-sl01-04.
           close arqsl01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-sl01-fim.
           exit.
      *
       rot-conta-sl01.
           read arqsl01 next record at end
                go to rot-conta-sl01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-sl01.
       rot-conta-sl01-fim.
           exit.
      *
       sec-bk-sl02 section.
      *
       lab-bk-sl02-00.
           move "ARQSL02A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqsl02.
           if sl02-status-bk not = "00"
              go to lab-bk-sl02-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-sl02 thru rot-conta-sl02-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqsl02
                 add 1 to tot-pulados
                 go to lab-bk-sl02-fim
              end-if
              close arqsl02
              open input arqsl02
              if sl02-status-bk not = "00"
                 go to lab-bk-sl02-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqsl02
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-sl02-fim
           end-if.
      *
       lab-bk-sl02-01.
           read arqsl02 next record at end
                go to lab-bk-sl02-02
           end-read.
           write reg-bak from reg-sl02.
           add 1 to cont-copia.
           go to lab-bk-sl02-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-sl02-02.
           close arqsl02 arqbak.
           open input arqsl02.
           open input arqbak.
           if sl02-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-sl02-04
           end-if.
      *
       lab-bk-sl02-03.
           read arqbak at end
                go to lab-bk-sl02-04
           end-read.
           read arqsl02 next record at end
                move "N" to flag-resultado
                go to lab-bk-sl02-04
           end-read.
           if reg-bak not = reg-sl02
              add 1 to cont-difer
           end-if.
           go to lab-bk-sl02-03.
      *
       lab-bk-sl02-04.
           close arqsl02 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-sl02-fim.
           exit.
      *
       rot-conta-sl02.
           read arqsl02 next record at end
                go to rot-conta-sl02-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-sl02.
       rot-conta-sl02-fim.
           exit.
      *
       sec-bk-sm01 section.
      *
       lab-bk-sm01-00.
           move "ARQSM01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqsm01.
           if sm01-status-bk not = "00"
              go to lab-bk-sm01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-sm01 thru rot-conta-sm01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqsm01
                 add 1 to tot-pulados
                 go to lab-bk-sm01-fim
              end-if
              close arqsm01
              open input arqsm01
              if sm01-status-bk not = "00"
                 go to lab-bk-sm01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqsm01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-sm01-fim
           end-if.
      *
       lab-bk-sm01-01.
           read arqsm01 next record at end
                go to lab-bk-sm01-02
           end-read.
           write reg-bak from reg-sm01.
           add 1 to cont-copia.
           go to lab-bk-sm01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-sm01-02.
           close arqsm01 arqbak.
           open input arqsm01.
           open input arqbak.
           if sm01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-sm01-04
           end-if.
      *
       lab-bk-sm01-03.
           read arqbak at end
                go to lab-bk-sm01-04
           end-read.
           read arqsm01 next record at end
                move "N" to flag-resultado
                go to lab-bk-sm01-04
           end-read.
           if reg-bak not = reg-sm01
              add 1 to cont-difer
           end-if.
           go to lab-bk-sm01-03.
      *
       lab-bk-sm01-04.
           close arqsm01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-sm01-fim.
           exit.
      *
       rot-conta-sm01.
           read arqsm01 next record at end
                go to rot-conta-sm01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-sm01.
       rot-conta-sm01-fim.
           exit.
      *
       sec-bk-sn01 section.
      *
       lab-bk-sn01-00.
           move "ARQSN01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqsn01.
           if sn01-status-bk not = "00"
              go to lab-bk-sn01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-sn01 thru rot-conta-sn01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqsn01
                 add 1 to tot-pulados
                 go to lab-bk-sn01-fim
              end-if
              close arqsn01
              open input arqsn01
              if sn01-status-bk not = "00"
                 go to lab-bk-sn01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqsn01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-sn01-fim
           end-if.
      *
       lab-bk-sn01-01.
           read arqsn01 next record at end
                go to lab-bk-sn01-02
           end-read.
           write reg-bak from reg-sn01.
           add 1 to cont-copia.
           go to lab-bk-sn01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-sn01-02.
           close arqsn01 arqbak.
           open input arqsn01.
           open input arqbak.
           if sn01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-sn01-04
           end-if.
      *
       lab-bk-sn01-03.
           read arqbak at end
                go to lab-bk-sn01-04
           end-read.
           read arqsn01 next record at end
                move "N" to flag-resultado
                go to lab-bk-sn01-04
           end-read.
           if reg-bak not = reg-sn01
              add 1 to cont-difer
           end-if.
           go to lab-bk-sn01-03.
      *
       lab-bk-sn01-04.
           close arqsn01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-sn01-fim.
           exit.
      *
       rot-conta-sn01.
           read arqsn01 next record at end
                go to rot-conta-sn01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-sn01.
       rot-conta-sn01-fim.
           exit.
      *
       sec-bk-sp01 section.
      *
       lab-bk-sp01-00.
           move "ARQSP01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqsp01.
           if sp01-status-bk not = "00"
              go to lab-bk-sp01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-sp01 thru rot-conta-sp01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqsp01
                 add 1 to tot-pulados
                 go to lab-bk-sp01-fim
              end-if
              close arqsp01
              open input arqsp01
              if sp01-status-bk not = "00"
                 go to lab-bk-sp01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqsp01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-sp01-fim
           end-if.
      *
       lab-bk-sp01-01.
           read arqsp01 next record at end
                go to lab-bk-sp01-02
           end-read.
           write reg-bak from reg-sp01.
           add 1 to cont-copia.
           go to lab-bk-sp01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-sp01-02.
           close arqsp01 arqbak.
           open input arqsp01.
           open input arqbak.
           if sp01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-sp01-04
           end-if.
      *
       lab-bk-sp01-03.
           read arqbak at end
                go to lab-bk-sp01-04
           end-read.
           read arqsp01 next record at end
                move "N" to flag-resultado
                go to lab-bk-sp01-04
           end-read.
           if reg-bak not = reg-sp01
              add 1 to cont-difer
           end-if.
           go to lab-bk-sp01-03.
      *
       lab-bk-sp01-04.
           close arqsp01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-sp01-fim.
           exit.
      *
       rot-conta-sp01.
           read arqsp01 next record at end
                go to rot-conta-sp01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-sp01.
       rot-conta-sp01-fim.
           exit.
      *
       sec-bk-ss01 section.
      *
       lab-bk-ss01-00.
           move "ARQSS01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqss01.
           if ss01-status-bk not = "00"
              go to lab-bk-ss01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-ss01 thru rot-conta-ss01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqss01
                 add 1 to tot-pulados
                 go to lab-bk-ss01-fim
              end-if
              close arqss01
              open input arqss01
              if ss01-status-bk not = "00"
                 go to lab-bk-ss01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqss01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-ss01-fim
           end-if.
      *
       lab-bk-ss01-01.
           read arqss01 next record at end
                go to lab-bk-ss01-02
           end-read.
           write reg-bak from reg-ss01.
           add 1 to cont-copia.
           go to lab-bk-ss01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-ss01-02.
           close arqss01 arqbak.
           open input arqss01.
           open input arqbak.
           if ss01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-ss01-04
           end-if.
      *
       lab-bk-ss01-03.
           read arqbak at end
                go to lab-bk-ss01-04
           end-read.
           read arqss01 next record at end
                move "N" to flag-resultado
                go to lab-bk-ss01-04
           end-read.
           if reg-bak not = reg-ss01
              add 1 to cont-difer
           end-if.
           go to lab-bk-ss01-03.
      *
       lab-bk-ss01-04.
           close arqss01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-ss01-fim.
           exit.
      *
       rot-conta-ss01.
           read arqss01 next record at end
                go to rot-conta-ss01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-ss01.
       rot-conta-ss01-fim.
           exit.
      *
       sec-bk-tabl section.
      *
       lab-bk-tabl-00.
           move "ARQTABLA" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqtabl.
           if tabl-status-bk not = "00"
              go to lab-bk-tabl-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-tabl thru rot-conta-tabl-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqtabl
                 add 1 to tot-pulados
                 go to lab-bk-tabl-fim
              end-if
              close arqtabl
              open input arqtabl
              if tabl-status-bk not = "00"
                 go to lab-bk-tabl-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqtabl
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-tabl-fim
           end-if.
      *
       lab-bk-tabl-01.
           read arqtabl next record at end
                go to lab-bk-tabl-02
           end-read.
           write reg-bak from reg-tabl.
           add 1 to cont-copia.
           go to lab-bk-tabl-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-tabl-02.
           close arqtabl arqbak.
           open input arqtabl.
           open input arqbak.
           if tabl-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-tabl-04
           end-if.
      *
       lab-bk-tabl-03.
           read arqbak at end
                go to lab-bk-tabl-04
           end-read.
           read arqtabl next record at end
                move "N" to flag-resultado
                go to lab-bk-tabl-04
           end-read.
           if reg-bak not = reg-tabl
              add 1 to cont-difer
           end-if.
           go to lab-bk-tabl-03.
      *
       lab-bk-tabl-04.
           close arqtabl arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-tabl-fim.
           exit.
      *
       rot-conta-tabl.
           read arqtabl next record at end
                go to rot-conta-tabl-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-tabl.
       rot-conta-tabl-fim.
           exit.
      *
       sec-bk-tc01 section.
      *
       lab-bk-tc01-00.
           move "ARQTC01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqtc01.
           if tc01-status-bk not = "00"
              go to lab-bk-tc01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-tc01 thru rot-conta-tc01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqtc01
                 add 1 to tot-pulados
                 go to lab-bk-tc01-fim
              end-if
              close arqtc01
              open input arqtc01
              if tc01-status-bk not = "00"
                 go to lab-bk-tc01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqtc01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-tc01-fim
           end-if.
      *
       lab-bk-tc01-01.
           read arqtc01 next record at end
                go to lab-bk-tc01-02
           end-read.
           write reg-bak from reg-tc01.
           add 1 to cont-copia.
           go to lab-bk-tc01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-tc01-02.
           close arqtc01 arqbak.
           open input arqtc01.
           open input arqbak.
           if tc01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-tc01-04
           end-if.
      *
       lab-bk-tc01-03.
           read arqbak at end
                go to lab-bk-tc01-04
           end-read.
           read arqtc01 next record at end
                move "N" to flag-resultado
                go to lab-bk-tc01-04
           end-read.
           if reg-bak not = reg-tc01
              add 1 to cont-difer
           end-if.
           go to lab-bk-tc01-03.
      *
       lab-bk-tc01-04.
           close arqtc01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-tc01-fim.
           exit.
      *
       rot-conta-tc01.
           read arqtc01 next record at end
                go to rot-conta-tc01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-tc01.
       rot-conta-tc01-fim.
           exit.
      *
       sec-bk-tc02 section.
      *
       lab-bk-tc02-00.
           move "ARQTC02A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqtc02.
           if tc02-status-bk not = "00"
              go to lab-bk-tc02-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-tc02 thru rot-conta-tc02-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqtc02
                 add 1 to tot-pulados
                 go to lab-bk-tc02-fim
              end-if
              close arqtc02
              open input arqtc02
              if tc02-status-bk not = "00"
                 go to lab-bk-tc02-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqtc02
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-tc02-fim
           end-if.
      *
       lab-bk-tc02-01.
           read arqtc02 next record at end
                go to lab-bk-tc02-02
           end-read.
           write reg-bak from reg-tc02.
           add 1 to cont-copia.
           go to lab-bk-tc02-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-tc02-02.
           close arqtc02 arqbak.
           open input arqtc02.
           open input arqbak.
           if tc02-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-tc02-04
           end-if.
      *
       lab-bk-tc02-03.
           read arqbak at end
                go to lab-bk-tc02-04
           end-read.
           read arqtc02 next record at end
                move "N" to flag-resultado
                go to lab-bk-tc02-04
           end-read.
           if reg-bak not = reg-tc02
              add 1 to cont-difer
           end-if.
           go to lab-bk-tc02-03.
      *
       lab-bk-tc02-04.
           close arqtc02 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-tc02-fim.
           exit.
      *
       rot-conta-tc02.
           read arqtc02 next record at end
                go to rot-conta-tc02-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-tc02.
       rot-conta-tc02-fim.
           exit.
      *
       sec-bk-tc03 section.
      *
       lab-bk-tc03-00.
           move "ARQTC03A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqtc03.
           if tc03-status-bk not = "00"
              go to lab-bk-tc03-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-tc03 thru rot-conta-tc03-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqtc03
                 add 1 to tot-pulados
                 go to lab-bk-tc03-fim
              end-if
              close arqtc03
              open input arqtc03
              if tc03-status-bk not = "00"
                 go to lab-bk-tc03-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqtc03
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-tc03-fim
           end-if.
      *
       lab-bk-tc03-01.
           read arqtc03 next record at end
                go to lab-bk-tc03-02
           end-read.
           write reg-bak from reg-tc03.
           add 1 to cont-copia.
           go to lab-bk-tc03-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-tc03-02.
           close arqtc03 arqbak.
           open input arqtc03.
           open input arqbak.
           if tc03-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-tc03-04
           end-if.
      *
       lab-bk-tc03-03.
           read arqbak at end
                go to lab-bk-tc03-04
           end-read.
           read arqtc03 next record at end
                move "N" to flag-resultado
                go to lab-bk-tc03-04
           end-read.
           if reg-bak not = reg-tc03
              add 1 to cont-difer
           end-if.
           go to lab-bk-tc03-03.
      *
       lab-bk-tc03-04.
           close arqtc03 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-tc03-fim.
           exit.
      *
       rot-conta-tc03.
           read arqtc03 next record at end
                go to rot-conta-tc03-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-tc03.
       rot-conta-tc03-fim.
           exit.
      *
       sec-bk-tc04 section.
      *
       lab-bk-tc04-00.
           move "ARQTC04A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqtc04.
           if tc04-status-bk not = "00"
              go to lab-bk-tc04-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-tc04 thru rot-conta-tc04-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqtc04
                 add 1 to tot-pulados
                 go to lab-bk-tc04-fim
              end-if
              close arqtc04
              open input arqtc04
              if tc04-status-bk not = "00"
                 go to lab-bk-tc04-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqtc04
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-tc04-fim
           end-if.
      *
       lab-bk-tc04-01.
           read arqtc04 next record at end
                go to lab-bk-tc04-02
           end-read.
           write reg-bak from reg-tc04.
           add 1 to cont-copia.
           go to lab-bk-tc04-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-tc04-02.
           close arqtc04 arqbak.
           open input arqtc04.
           open input arqbak.
           if tc04-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-tc04-04
           end-if.
      *
       lab-bk-tc04-03.
           read arqbak at end
                go to lab-bk-tc04-04
           end-read.
           read arqtc04 next record at end
                move "N" to flag-resultado
                go to lab-bk-tc04-04
           end-read.
           if reg-bak not = reg-tc04
              add 1 to cont-difer
           end-if.
           go to lab-bk-tc04-03.
      *
       lab-bk-tc04-04.
           close arqtc04 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-tc04-fim.
           exit.
      *
       rot-conta-tc04.
           read arqtc04 next record at end
                go to rot-conta-tc04-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-tc04.
       rot-conta-tc04-fim.
           exit.
      *
       sec-bk-tr01 section.
      *
       lab-bk-tr01-00.
           move "ARQTR01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqtr01.
           if tr01-status-bk not = "00"
              go to lab-bk-tr01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-tr01 thru rot-conta-tr01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqtr01
                 add 1 to tot-pulados
                 go to lab-bk-tr01-fim
              end-if
              close arqtr01
              open input arqtr01
              if tr01-status-bk not = "00"
                 go to lab-bk-tr01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqtr01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-tr01-fim
           end-if.
      *
       lab-bk-tr01-01.
           read arqtr01 next record at end
                go to lab-bk-tr01-02
           end-read.
           write reg-bak from reg-tr01.
           add 1 to cont-copia.
           go to lab-bk-tr01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-tr01-02.
           close arqtr01 arqbak.
           open input arqtr01.
           open input arqbak.
           if tr01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-tr01-04
           end-if.
      *
       lab-bk-tr01-03.
           read arqbak at end
                go to lab-bk-tr01-04
           end-read.
           read arqtr01 next record at end
                move "N" to flag-resultado
                go to lab-bk-tr01-04
           end-read.
           if reg-bak not = reg-tr01
              add 1 to cont-difer
           end-if.
           go to lab-bk-tr01-03.
      *
       lab-bk-tr01-04.
           close arqtr01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-tr01-fim.
           exit.
      *
       rot-conta-tr01.
           read arqtr01 next record at end
                go to rot-conta-tr01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-tr01.
       rot-conta-tr01-fim.
           exit.
      *
       sec-bk-tx01 section.
      *
       lab-bk-tx01-00.
           move "ARQTX01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqtx01.
           if tx01-status-bk not = "00"
              go to lab-bk-tx01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-tx01 thru rot-conta-tx01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqtx01
                 add 1 to tot-pulados
                 go to lab-bk-tx01-fim
              end-if
              close arqtx01
              open input arqtx01
              if tx01-status-bk not = "00"
                 go to lab-bk-tx01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqtx01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-tx01-fim
           end-if.
      *
       lab-bk-tx01-01.
           read arqtx01 next record at end
                go to lab-bk-tx01-02
           end-read.
           write reg-bak from reg-tx01.
           add 1 to cont-copia.
           go to lab-bk-tx01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-tx01-02.
           close arqtx01 arqbak.
           open input arqtx01.
           open input arqbak.
           if tx01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-tx01-04
           end-if.
      *
       lab-bk-tx01-03.
           read arqbak at end
                go to lab-bk-tx01-04
           end-read.
           read arqtx01 next record at end
                move "N" to flag-resultado
                go to lab-bk-tx01-04
           end-read.
           if reg-bak not = reg-tx01
              add 1 to cont-difer
           end-if.
           go to lab-bk-tx01-03.
      *
       lab-bk-tx01-04.
           close arqtx01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-tx01-fim.
           exit.
      *
       rot-conta-tx01.
           read arqtx01 next record at end
                go to rot-conta-tx01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-tx01.
       rot-conta-tx01-fim.
           exit.
      *
       sec-bk-usr section.
      *
       lab-bk-usr-00.
           move "ARQUSR00" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqusr.
           if usr-status-bk not = "00"
              go to lab-bk-usr-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-usr thru rot-conta-usr-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqusr
                 add 1 to tot-pulados
                 go to lab-bk-usr-fim
              end-if
              close arqusr
              open input arqusr
              if usr-status-bk not = "00"
                 go to lab-bk-usr-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqusr
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-usr-fim
           end-if.
      *
       lab-bk-usr-01.
           read arqusr next record at end
                go to lab-bk-usr-02
           end-read.
           write reg-bak from reg-usr.
           add 1 to cont-copia.
           go to lab-bk-usr-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-usr-02.
           close arqusr arqbak.
           open input arqusr.
           open input arqbak.
           if usr-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-usr-04
           end-if.
      *
       lab-bk-usr-03.
           read arqbak at end
                go to lab-bk-usr-04
           end-read.
           read arqusr next record at end
                move "N" to flag-resultado
                go to lab-bk-usr-04
           end-read.
           if reg-bak not = reg-usr
              add 1 to cont-difer
           end-if.
           go to lab-bk-usr-03.
      *
       lab-bk-usr-04.
           close arqusr arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-usr-fim.
           exit.
      *
       rot-conta-usr.
           read arqusr next record at end
                go to rot-conta-usr-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-usr.
       rot-conta-usr-fim.
           exit.
      *
       sec-bk-vg01 section.
      *
       lab-bk-vg01-00.
           move "ARQVG01A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqvg01.
           if vg01-status-bk not = "00"
              go to lab-bk-vg01-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-vg01 thru rot-conta-vg01-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqvg01
                 add 1 to tot-pulados
                 go to lab-bk-vg01-fim
              end-if
              close arqvg01
              open input arqvg01
              if vg01-status-bk not = "00"
                 go to lab-bk-vg01-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqvg01
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-vg01-fim
           end-if.
      *
       lab-bk-vg01-01.
           read arqvg01 next record at end
                go to lab-bk-vg01-02
           end-read.
           write reg-bak from reg-vg01.
           add 1 to cont-copia.
           go to lab-bk-vg01-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-vg01-02.
           close arqvg01 arqbak.
           open input arqvg01.
           open input arqbak.
           if vg01-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-vg01-04
           end-if.
      *
       lab-bk-vg01-03.
           read arqbak at end
                go to lab-bk-vg01-04
           end-read.
           read arqvg01 next record at end
                move "N" to flag-resultado
                go to lab-bk-vg01-04
           end-read.
           if reg-bak not = reg-vg01
              add 1 to cont-difer
           end-if.
           go to lab-bk-vg01-03.
      *
       lab-bk-vg01-04.
           close arqvg01 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-vg01-fim.
           exit.
      *
       rot-conta-vg01.
           read arqvg01 next record at end
                go to rot-conta-vg01-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-vg01.
       rot-conta-vg01-fim.
           exit.
      *
       sec-bk-vg02 section.
      *
       lab-bk-vg02-00.
           move "ARQVG02A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqvg02.
           if vg02-status-bk not = "00"
              go to lab-bk-vg02-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-vg02 thru rot-conta-vg02-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqvg02
                 add 1 to tot-pulados
                 go to lab-bk-vg02-fim
              end-if
              close arqvg02
              open input arqvg02
              if vg02-status-bk not = "00"
                 go to lab-bk-vg02-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqvg02
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-vg02-fim
           end-if.
      *
       lab-bk-vg02-01.
           read arqvg02 next record at end
                go to lab-bk-vg02-02
           end-read.
           write reg-bak from reg-vg02.
           add 1 to cont-copia.
           go to lab-bk-vg02-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-vg02-02.
           close arqvg02 arqbak.
           open input arqvg02.
           open input arqbak.
           if vg02-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-vg02-04
           end-if.
      *
       lab-bk-vg02-03.
           read arqbak at end
                go to lab-bk-vg02-04
           end-read.
           read arqvg02 next record at end
                move "N" to flag-resultado
                go to lab-bk-vg02-04
           end-read.
           if reg-bak not = reg-vg02
              add 1 to cont-difer
           end-if.
           go to lab-bk-vg02-03.
      *
       lab-bk-vg02-04.
           close arqvg02 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-vg02-fim.
           exit.
      *
       rot-conta-vg02.
           read arqvg02 next record at end
                go to rot-conta-vg02-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-vg02.
       rot-conta-vg02-fim.
           exit.
      *
       sec-bk-wb03 section.
      *
       lab-bk-wb03-00.
           move "ARQWB03A" to arquivo-corr.
           move 0 to cont-orig cont-copia cont-difer.
           move "S" to flag-resultado.
           open input arqwb03.
           if wb03-status-bk not = "00"
              go to lab-bk-wb03-fim
           end-if.
      *
      *    Na copia por mudanca, arquivo com a mesma contagem da
      *    geracao anterior e pulado
      *
           if tipo-backup = "C"
              perform rot-conta-wb03 thru rot-conta-wb03-fim
              perform rot-ultima-contagem thru
                      rot-ultima-contagem-fim
              if cont-orig = cont-ultima and cont-ultima not = 0
                 close arqwb03
                 add 1 to tot-pulados
                 go to lab-bk-wb03-fim
              end-if
              close arqwb03
              open input arqwb03
              if wb03-status-bk not = "00"
                 go to lab-bk-wb03-fim
              end-if
           end-if.
           perform rot-nome-bak.
           open output arqbak.
           if bak-status not = "00"
              close arqwb03
              move "E" to flag-resultado
              move 0 to cont-copia
              perform rot-grava-catalogo
              add 1 to tot-divergentes
              go to lab-bk-wb03-fim
           end-if.
      *
       lab-bk-wb03-01.
           read arqwb03 next record at end
                go to lab-bk-wb03-02
           end-read.
           write reg-bak from reg-wb03.
           add 1 to cont-copia.
           go to lab-bk-wb03-01.
      *
      *    Conferencia: rele a copia em paralelo com o original
      *
       lab-bk-wb03-02.
           close arqwb03 arqbak.
           open input arqwb03.
           open input arqbak.
           if wb03-status-bk not = "00" or bak-status not = "00"
              move "E" to flag-resultado
              go to lab-bk-wb03-04
           end-if.
      *
       lab-bk-wb03-03.
           read arqbak at end
                go to lab-bk-wb03-04
           end-read.
           read arqwb03 next record at end
                move "N" to flag-resultado
                go to lab-bk-wb03-04
           end-read.
           if reg-bak not = reg-wb03
              add 1 to cont-difer
           end-if.
           go to lab-bk-wb03-03.
      *
       lab-bk-wb03-04.
           close arqwb03 arqbak.
           if cont-difer not = 0
              move "N" to flag-resultado
           end-if.
           perform rot-grava-catalogo.
           if flag-resultado = "S"
              add 1 to tot-copiados
           else
              add 1 to tot-divergentes
           end-if.
      *
       lab-bk-wb03-fim.
           exit.
      *
       rot-conta-wb03.
           read arqwb03 next record at end
                go to rot-conta-wb03-fim
           end-read.
           add 1 to cont-orig.
           go to rot-conta-wb03.
       rot-conta-wb03-fim.
           exit.
      *
      ************************
      *                      *
      *  Catalogo            *
      *                      *
      ************************
      *
       sec-catalogo section.
      *
       lab-cat-00.
           perform rot-open-bk01.
           if erro not = 0
              move 0 to erro
              move " Nenhuma copia catalogada - Tecle <Enter>" to
              mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-cat-fim
           end-if.
           move low-values to bk01-chave.
           start arqbk01 key is not less bk01-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-cat-03
           end-if.
      *
       lab-cat-01.
           move 12 to linha-tela.
      *
       lab-cat-02.
           perform rot-le-prox-bk01.
           if erro not = 0
              move 0 to erro
              go to lab-cat-03
           end-if.
           if linha-tela > 21
              move "Tecle <Enter> p/ continuar ou <Esc> p/ sair" to
              mensagem
              display tela-mensagem-cad
              perform rot-keypress
              display tela-limpa-cad
              if escape-key = 1
                 go to lab-cat-fim
              end-if
              perform rot-limpa-painel
              move 12 to linha-tela
           end-if.
           move bk01-geracao to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to lin-geracao.
           move bk01-arquivo to lin-arquivo.
           move bk01-tipo to lin-tipo.
           move bk01-registros to lin-registros.
           move bk01-verificado to lin-verificado.
           move bk01-destino to lin-destino.
           display linha-disp at line linha-tela column 06 with
                   foreground-color 15 background-color 01.
           add 1 to linha-tela.
           go to lab-cat-02.
      *
       lab-cat-03.
           move "Fim do catalogo - Tecle <Enter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       lab-cat-fim.
           perform rot-close-bk01.
           perform rot-limpa-painel.
           exit.
      *
       rot-limpa-painel.
           move 12 to linha-tela.
       rot-limpa-painel-1.
           if linha-tela > 21
              go to rot-limpa-painel-fim
           end-if.
           display tracos(1:70) at line linha-tela column 05 with
                   foreground-color 01 background-color 01.
           add 1 to linha-tela.
           go to rot-limpa-painel-1.
       rot-limpa-painel-fim.
           exit.
      *
      ************************
      *                      *
      *  Restauracao         *
      *                      *
      ************************
      *
       sec-restaura section.
      *
       lab-rst-00.
           if param-prioridade < 9
              move " Funcao exige prioridade de supervisor - Tecle <Ent
      -       "er>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-rst-fim
           end-if.
           perform rot-open-bk01.
           if erro not = 0
              move 0 to erro
              go to lab-rst-fim
           end-if.
      *
       lab-rst-01.
           move 0 to dia-euro mes-euro ano-euro.
           perform lmp-geracao.
           perform acc-geracao.
           if escape-key = 1
              go to lab-rst-fim
           end-if.
           move 2 to opcao-data.
           perform rot-data.
           if erro not = 0
              go to lab-rst-01
           end-if.
           move dias-corr to geracao-rest.
      *
       lab-rst-02.
           move spaces to arquivo-rest.
           perform lmp-arquivo.
           perform acc-arquivo.
           if escape-key = 1
              perform lmp-arquivo
              go to lab-rst-01
           end-if.
           move arquivo-rest to txt.
           perform rot-texto.
           move txt to arquivo-rest.
           if arquivo-rest = spaces
              go to lab-rst-02
           end-if.
           move geracao-rest to bk01-geracao.
           move arquivo-rest to bk01-arquivo.
           move 0 to erro.
           read arqbk01 invalid key move 1 to erro.
           if erro not = 0
              move 0 to erro
              move " Geracao/arquivo nao catalogado - Tecle <Enter>" to
              mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-rst-02
           end-if.
      *
       lab-rst-03.
           move " A restauracao SOBREPOE o arquivo atual - Confirma (S)
      -    " (N) ?" to mensagem.
           display tela-erro-cad.
           move spaces to resposta.
           perform accept-resposta-cad
                   until resposta = "S" or "N" or escape-key = 1.
           display tela-limpa-cad.
           if resposta not = "S"
              go to lab-rst-02
           end-if.
           move " TEM CERTEZA ? A situacao atual sera perdida (S) (N) ?
      -    "" to mensagem.
           display tela-erro-cad.
           move spaces to resposta.
           perform accept-resposta-cad
                   until resposta = "S" or "N" or escape-key = 1.
           display tela-limpa-cad.
           if resposta not = "S"
              go to lab-rst-02
           end-if.
           move geracao-rest to geracao-corr.
           move geracao-corr(4:3) to ger-ext.
           move bk01-destino to destino.
           move arquivo-rest to arquivo-corr.
           perform rot-nome-bak.
           move 0 to cont-copia.
           evaluate true
                    when arquivo-rest = "ARQAB01A"
                         perform sec-rs-ab01
                    when arquivo-rest = "ARQAB02A"
                         perform sec-rs-ab02
                    when arquivo-rest = "ARQAB03A"
                         perform sec-rs-ab03
                    when arquivo-rest = "ARQAB04A"
                         perform sec-rs-ab04
                    when arquivo-rest = "ARQAB05A"
                         perform sec-rs-ab05
                    when arquivo-rest = "ARQAB08A"
                         perform sec-rs-ab08
                    when arquivo-rest = "ARQAG01A"
                         perform sec-rs-ag01
                    when arquivo-rest = "ARQAM01A"
                         perform sec-rs-am01
                    when arquivo-rest = "ARQAP01A"
                         perform sec-rs-ap01
                    when arquivo-rest = "ARQAS01A"
                         perform sec-rs-as01
                    when arquivo-rest = "ARQAT01A"
                         perform sec-rs-at01
                    when arquivo-rest = "ARQAT02A"
                         perform sec-rs-at02
                    when arquivo-rest = "ARQAU01A"
                         perform sec-rs-au01
                    when arquivo-rest = "ARQAV01A"
                         perform sec-rs-av01
                    when arquivo-rest = "ARQBE01A"
                         perform sec-rs-be01
                    when arquivo-rest = "ARQBS01A"
                         perform sec-rs-bs01
                    when arquivo-rest = "ARQBT01A"
                         perform sec-rs-bt01
                    when arquivo-rest = "ARQBX01A"
                         perform sec-rs-bx01
                    when arquivo-rest = "ARQCA01A"
                         perform sec-rs-ca01
                    when arquivo-rest = "ARQCB01A"
                         perform sec-rs-cb01
                    when arquivo-rest = "ARQCD01A"
                         perform sec-rs-cd01
                    when arquivo-rest = "ARQCD02A"
                         perform sec-rs-cd02
                    when arquivo-rest = "ARQCD03A"
                         perform sec-rs-cd03
                    when arquivo-rest = "ARQCE01A"
                         perform sec-rs-ce01
                    when arquivo-rest = "ARQCE02A"
                         perform sec-rs-ce02
                    when arquivo-rest = "ARQCE03A"
                         perform sec-rs-ce03
                    when arquivo-rest = "ARQCE04A"
                         perform sec-rs-ce04
                    when arquivo-rest = "ARQCE05A"
                         perform sec-rs-ce05
                    when arquivo-rest = "ARQCE06A"
                         perform sec-rs-ce06
                    when arquivo-rest = "ARQCE07A"
                         perform sec-rs-ce07
                    when arquivo-rest = "ARQCE08A"
                         perform sec-rs-ce08
                    when arquivo-rest = "ARQCE09A"
                         perform sec-rs-ce09
                    when arquivo-rest = "ARQCE10A"
                         perform sec-rs-ce10
                    when arquivo-rest = "ARQCE11A"
                         perform sec-rs-ce11
                    when arquivo-rest = "ARQCE12A"
                         perform sec-rs-ce12
                    when arquivo-rest = "ARQCE13A"
                         perform sec-rs-ce13
                    when arquivo-rest = "ARQCE14A"
                         perform sec-rs-ce14
                    when arquivo-rest = "ARQCH01A"
                         perform sec-rs-ch01
                    when arquivo-rest = "ARQCI01A"
                         perform sec-rs-ci01
                    when arquivo-rest = "ARQCM01A"
                         perform sec-rs-cm01
                    when arquivo-rest = "ARQCM02A"
                         perform sec-rs-cm02
                    when arquivo-rest = "ARQCN01A"
                         perform sec-rs-cn01
                    when arquivo-rest = "ARQCO01A"
                         perform sec-rs-co01
                    when arquivo-rest = "ARQCP01A"
                         perform sec-rs-cp01
                    when arquivo-rest = "ARQCR01A"
                         perform sec-rs-cr01
                    when arquivo-rest = "ARQCS01A"
                         perform sec-rs-cs01
                    when arquivo-rest = "ARQCS02A"
                         perform sec-rs-cs02
                    when arquivo-rest = "ARQCV01A"
                         perform sec-rs-cv01
                    when arquivo-rest = "ARQCV02A"
                         perform sec-rs-cv02
                    when arquivo-rest = "ARQCX01A"
                         perform sec-rs-cx01
                    when arquivo-rest = "ARQDA01A"
                         perform sec-rs-da01
                    when arquivo-rest = "ARQDF01A"
                         perform sec-rs-df01
                    when arquivo-rest = "ARQDP01A"
                         perform sec-rs-dp01
                    when arquivo-rest = "ARQDR01A"
                         perform sec-rs-dr01
                    when arquivo-rest = "ARQEL01A"
                         perform sec-rs-el01
                    when arquivo-rest = "ARQEM01A"
                         perform sec-rs-em01
                    when arquivo-rest = "ARQES01A"
                         perform sec-rs-es01
                    when arquivo-rest = "ARQET01A"
                         perform sec-rs-et01
                    when arquivo-rest = "ARQEX01A"
                         perform sec-rs-ex01
                    when arquivo-rest = "ARQEX02A"
                         perform sec-rs-ex02
                    when arquivo-rest = "ARQEX03A"
                         perform sec-rs-ex03
                    when arquivo-rest = "ARQFD01A"
                         perform sec-rs-fd01
                    when arquivo-rest = "ARQFV01A"
                         perform sec-rs-fv01
                    when arquivo-rest = "ARQFX01A"
                         perform sec-rs-fx01
                    when arquivo-rest = "ARQHB01A"
                         perform sec-rs-hl01
                    when arquivo-rest = "ARQIMPA"
                         perform sec-rs-imp
                    when arquivo-rest = "ARQIS01A"
                         perform sec-rs-is01
                    when arquivo-rest = "ARQIS02A"
                         perform sec-rs-is02
                    when arquivo-rest = "ARQJB01A"
                         perform sec-rs-jb01
                    when arquivo-rest = "ARQLC01A"
                         perform sec-rs-lc01
                    when arquivo-rest = "ARQLD01A"
                         perform sec-rs-ld01
                    when arquivo-rest = "ARQLE01A"
                         perform sec-rs-le01
                    when arquivo-rest = "ARQLK01A"
                         perform sec-rs-lk01
                    when arquivo-rest = "ARQLOG01"
                         perform sec-rs-log01
                    when arquivo-rest = "ARQLP01A"
                         perform sec-rs-lp01
                    when arquivo-rest = "ARQMD01A"
                         perform sec-rs-md01
                    when arquivo-rest = "ARQML01A"
                         perform sec-rs-ml01
                    when arquivo-rest = "ARQNG01A"
                         perform sec-rs-ng01
                    when arquivo-rest = "ARQOR01A"
                         perform sec-rs-or01
                    when arquivo-rest = "ARQOV01A"
                         perform sec-rs-ov01
                    when arquivo-rest = "ARQPA01A"
                         perform sec-rs-pa01
                    when arquivo-rest = "ARQPA02A"
                         perform sec-rs-pa02
                    when arquivo-rest = "ARQPA03A"
                         perform sec-rs-pa03
                    when arquivo-rest = "ARQPC01A"
                         perform sec-rs-pc01
                    when arquivo-rest = "ARQPD01A"
                         perform sec-rs-pd01
                    when arquivo-rest = "ARQPJ01A"
                         perform sec-rs-pj01
                    when arquivo-rest = "ARQPJ02A"
                         perform sec-rs-pj02
                    when arquivo-rest = "ARQPL01A"
                         perform sec-rs-pl01
                    when arquivo-rest = "ARQPP01A"
                         perform sec-rs-pp01
                    when arquivo-rest = "ARQPQ01A"
                         perform sec-rs-pq01
                    when arquivo-rest = "ARQPQ02A"
                         perform sec-rs-pq02
                    when arquivo-rest = "ARQPR01A"
                         perform sec-rs-pr01
                    when arquivo-rest = "ARQPT01A"
                         perform sec-rs-pt01
                    when arquivo-rest = "ARQPU01A"
                         perform sec-rs-pu01
                    when arquivo-rest = "ARQPU02A"
                         perform sec-rs-pu02
                    when arquivo-rest = "ARQPV01A"
                         perform sec-rs-pv01
                    when arquivo-rest = "ARQQD01A"
                         perform sec-rs-qd01
                    when arquivo-rest = "ARQQT01A"
                         perform sec-rs-qt01
                    when arquivo-rest = "ARQQT02A"
                         perform sec-rs-qt02
                    when arquivo-rest = "ARQQT03A"
                         perform sec-rs-qt03
                    when arquivo-rest = "ARQRA01A"
                         perform sec-rs-ra01
                    when arquivo-rest = "ARQRB01A"
                         perform sec-rs-rb01
                    when arquivo-rest = "ARQRC01A"
                         perform sec-rs-rc01
                    when arquivo-rest = "ARQRD01A"
                         perform sec-rs-rd01
                    when arquivo-rest = "ARQRD02A"
                         perform sec-rs-rd02
                    when arquivo-rest = "ARQRD03A"
                         perform sec-rs-rd03
                    when arquivo-rest = "ARQRD04A"
                         perform sec-rs-rd04
                    when arquivo-rest = "ARQRE01A"
                         perform sec-rs-re01
                    when arquivo-rest = "ARQRK01A"
                         perform sec-rs-rk01
                    when arquivo-rest = "ARQRL01A"
                         perform sec-rs-rl01
                    when arquivo-rest = "ARQRN01A"
                         perform sec-rs-rn01
                    when arquivo-rest = "ARQRP01A"
                         perform sec-rs-rp01
                    when arquivo-rest = "ARQRS01A"
                         perform sec-rs-rs01
                    when arquivo-rest = "ARQSA01A"
                         perform sec-rs-sa01
                    when arquivo-rest = "ARQSL01A"
                         perform sec-rs-sl01
                    when arquivo-rest = "ARQSL02A"
                         perform sec-rs-sl02
                    when arquivo-rest = "ARQSM01A"
                         perform sec-rs-sm01
                    when arquivo-rest = "ARQSN01A"
                         perform sec-rs-sn01
                    when arquivo-rest = "ARQSP01A"
                         perform sec-rs-ss01
                    when arquivo-rest = "ARQTABLA"
                         perform sec-rs-tabl
                    when arquivo-rest = "ARQTC01A"
                         perform sec-rs-tc01
                    when arquivo-rest = "ARQTC02A"
                         perform sec-rs-tc02
                    when arquivo-rest = "ARQTC03A"
                         perform sec-rs-tc03
                    when arquivo-rest = "ARQTC04A"
                         perform sec-rs-tc04
                    when arquivo-rest = "ARQTR01A"
                         perform sec-rs-tr01
                    when arquivo-rest = "ARQTX01A"
                         perform sec-rs-tx01
                    when arquivo-rest = "ARQUSR00"
                         perform sec-rs-usr
                    when arquivo-rest = "ARQVG01A"
                         perform sec-rs-vg01
                    when arquivo-rest = "ARQVG02A"
                         perform sec-rs-vg02
                    when arquivo-rest = "ARQWB03A"
                         perform sec-rs-wb03
                    when other
                         move " Arquivo fora da lista de copia - Tecle
      -                  " <Enter>" to mensagem
           display tela-limpa-cad.
           go to lab-rst-02.
      *
       lab-rst-fim.
           perform rot-close-bk01.
           perform lmp-geracao.
           perform lmp-arquivo.
           exit.
      *
      *    Anota a restauracao no ARQLOG01 (evento "R"), como os
      *    seletores anotam bloqueios e falhas de senha
      *
       rot-log-restauracao.
           open i-o arqlog01.
           if log01-status-bk not = "00"
              go to rot-log-restauracao-fim
           end-if.
           move high-values to log01-chave-controle.
           read arqlog01 invalid key
                move 1 to erro
           end-read.
           if erro not = 0
              move 0 to erro
              move high-values to log01-chave-controle
              move 0 to log01-numero
              write reg-log01-1 invalid key
                    continue
              end-write
           end-if.
           add 1 to log01-numero.
           rewrite reg-log01-1 invalid key
                   continue
           end-rewrite.
           move log01-numero to log01-sequencial.
           move param-usr to log01-usuario.
           move param-data to log01-data.
           accept hora-corrente from time.
           move hora-corrente(1:6) to log01-hora.
           move "R" to log01-evento.
           write reg-log01 invalid key
                 continue
           end-write.
           close arqlog01.
       rot-log-restauracao-fim.
           exit.
      *
       sec-rs-ab01 section.
      *
       lab-rs-ab01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-ab01-fim
           end-if.
           open output arqab01.
           if ab01-status-bk not = "00"
              close arqbak
              go to lab-rs-ab01-fim
           end-if.
      *
       lab-rs-ab01-01.
           read arqbak at end
                go to lab-rs-ab01-02
           end-read.
           move reg-bak to reg-ab01.
           write reg-ab01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-ab01-01.
      *
       lab-rs-ab01-02.
           close arqab01 arqbak.
      *
       lab-rs-ab01-fim.
           exit.
      *
       sec-rs-ab02 section.
      *
       lab-rs-ab02-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-ab02-fim
           end-if.
           open output arqab02.
           if ab02-status-bk not = "00"
              close arqbak
              go to lab-rs-ab02-fim
           end-if.
      *
       lab-rs-ab02-01.
           read arqbak at end
                go to lab-rs-ab02-02
           end-read.
           move reg-bak to reg-ab02.
           write reg-ab02 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-ab02-01.
      *
       lab-rs-ab02-02.
           close arqab02 arqbak.
      *
       lab-rs-ab02-fim.
           exit.
      *
       sec-rs-ab03 section.
      *
       lab-rs-ab03-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-ab03-fim
           end-if.
           open output arqab03.
           if ab03-status-bk not = "00"
              close arqbak
              go to lab-rs-ab03-fim
           end-if.
      *
       lab-rs-ab03-01.
           read arqbak at end
                go to lab-rs-ab03-02
           end-read.
           move reg-bak to reg-ab03.
           write reg-ab03 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-ab03-01.
      *
       lab-rs-ab03-02.
           close arqab03 arqbak.
      *
       lab-rs-ab03-fim.
           exit.
      *
       sec-rs-ab04 section.
      *
       lab-rs-ab04-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-ab04-fim
           end-if.
           open output arqab04.
           if ab04-status-bk not = "00"
              close arqbak
              go to lab-rs-ab04-fim
           end-if.
      *
       lab-rs-ab04-01.
           read arqbak at end
                go to lab-rs-ab04-02
           end-read.
           move reg-bak to reg-ab04.
           write reg-ab04 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-ab04-01.
      *
       lab-rs-ab04-02.
           close arqab04 arqbak.
      *
       lab-rs-ab04-fim.
           exit.
      *
       sec-rs-ab05 section.
      *
       lab-rs-ab05-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-ab05-fim
           end-if.
           open output arqab05.
           if ab05-status-bk not = "00"
              close arqbak
              go to lab-rs-ab05-fim
           end-if.
      *
       lab-rs-ab05-01.
           read arqbak at end
                go to lab-rs-ab05-02
           end-read.
           move reg-bak to reg-ab05.
           write reg-ab05 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-ab05-01.
      *
       lab-rs-ab05-02.
           close arqab05 arqbak.
      *
       lab-rs-ab05-fim.
           exit.
      *
       sec-rs-ab08 section.
      *
       lab-rs-ab08-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-ab08-fim
           end-if.
           open output arqab08.
           if ab08-status-bk not = "00"
              close arqbak
              go to lab-rs-ab08-fim
           end-if.
      *
       lab-rs-ab08-01.
           read arqbak at end
                go to lab-rs-ab08-02
           end-read.
           move reg-bak to reg-ab08.
           write reg-ab08 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-ab08-01.
      *
       lab-rs-ab08-02.
           close arqab08 arqbak.
      *
       lab-rs-ab08-fim.
           exit.
      *
       sec-rs-ag01 section.
      *
       lab-rs-ag01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-ag01-fim
           end-if.
           open output arqag01.
           if ag01-status-bk not = "00"
              close arqbak
              go to lab-rs-ag01-fim
           end-if.
      *
       lab-rs-ag01-01.
           read arqbak at end
                go to lab-rs-ag01-02
           end-read.
           move reg-bak to reg-ag01.
           write reg-ag01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-ag01-01.
      *
       lab-rs-ag01-02.
           close arqag01 arqbak.
      *
       lab-rs-ag01-fim.
           exit.
      *
       sec-rs-am01 section.
      *
       lab-rs-am01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-am01-fim
           end-if.
           open output arqam01.
           if am01-status-bk not = "00"
              close arqbak
              go to lab-rs-am01-fim
           end-if.
      *
       lab-rs-am01-01.
           read arqbak at end
                go to lab-rs-am01-02
           end-read.
           move reg-bak to reg-am01.
           write reg-am01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-am01-01.
      *
       lab-rs-am01-02.
           close arqam01 arqbak.
      *
       lab-rs-am01-fim.
           exit.
      *
       sec-rs-ap01 section.
      *
       lab-rs-ap01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-ap01-fim
           end-if.
           open output arqap01.
           if ap01-status-bk not = "00"
              close arqbak
              go to lab-rs-ap01-fim
           end-if.
      *
       lab-rs-ap01-01.
           read arqbak at end
                go to lab-rs-ap01-02
           end-read.
           move reg-bak to reg-ap01.
           write reg-ap01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-ap01-01.
      *
       lab-rs-ap01-02.
           close arqap01 arqbak.
      *
       lab-rs-ap01-fim.
           exit.
      *
       sec-rs-as01 section.
      *
       lab-rs-as01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-as01-fim
           end-if.
           open output arqas01.
           if as01-status-bk not = "00"
              close arqbak
              go to lab-rs-as01-fim
           end-if.
      *
       lab-rs-as01-01.
           read arqbak at end
                go to lab-rs-as01-02
           end-read.
           move reg-bak to reg-as01.
           write reg-as01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-as01-01.
      *
       lab-rs-as01-02.
           close arqas01 arqbak.
      *
       lab-rs-as01-fim.
           exit.
      *
       sec-rs-at01 section.
      *
       lab-rs-at01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-at01-fim
           end-if.
           open output arqat01.
           if at01-status-bk not = "00"
              close arqbak
              go to lab-rs-at01-fim
           end-if.
      *
       lab-rs-at01-01.
           read arqbak at end
                go to lab-rs-at01-02
           end-read.
           move reg-bak to reg-at01.
           write reg-at01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-at01-01.
      *
       lab-rs-at01-02.
           close arqat01 arqbak.
      *
       lab-rs-at01-fim.
           exit.
      *
       sec-rs-at02 section.
      *
       lab-rs-at02-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-at02-fim
           end-if.
           open output arqat02.
           if at02-status-bk not = "00"
              close arqbak
              go to lab-rs-at02-fim
           end-if.
      *
       lab-rs-at02-01.
           read arqbak at end
                go to lab-rs-at02-02
           end-read.
           move reg-bak to reg-at02.
           write reg-at02 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-at02-01.
      *
       lab-rs-at02-02.
           close arqat02 arqbak.
      *
       lab-rs-at02-fim.
           exit.
      *
       sec-rs-au01 section.
      *
       lab-rs-au01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-au01-fim
           end-if.
           open output arqau01.
           if au01-status-bk not = "00"
              close arqbak
              go to lab-rs-au01-fim
           end-if.
      *
       lab-rs-au01-01.
           read arqbak at end
                go to lab-rs-au01-02
           end-read.
           move reg-bak to reg-au01.
           write reg-au01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-au01-01.
      *
       lab-rs-au01-02.
           close arqau01 arqbak.
      *
       lab-rs-au01-fim.
           exit.
      *
       sec-rs-av01 section.
      *
       lab-rs-av01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-av01-fim
           end-if.
           open output arqav01.
           if av01-status-bk not = "00"
              close arqbak
              go to lab-rs-av01-fim
           end-if.
      *
       lab-rs-av01-01.
           read arqbak at end
                go to lab-rs-av01-02
           end-read.
           move reg-bak to reg-av01.
           write reg-av01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-av01-01.
      *
       lab-rs-av01-02.
           close arqav01 arqbak.
      *
       lab-rs-av01-fim.
           exit.
      *
       sec-rs-be01 section.
      *
       lab-rs-be01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-be01-fim
           end-if.
           open output arqbe01.
           if be01-status-bk not = "00"
              close arqbak
              go to lab-rs-be01-fim
           end-if.
      *
       lab-rs-be01-01.
           read arqbak at end
                go to lab-rs-be01-02
           end-read.
           move reg-bak to reg-be01.
           write reg-be01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-be01-01.
      *
       lab-rs-be01-02.
           close arqbe01 arqbak.
      *
       lab-rs-be01-fim.
           exit.
      *
       sec-rs-bs01 section.
      *
       lab-rs-bs01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-bs01-fim
           end-if.
           open output arqbs01.
           if bs01-status-bk not = "00"
              close arqbak
              go to lab-rs-bs01-fim
           end-if.
      *
       lab-rs-bs01-01.
           read arqbak at end
                go to lab-rs-bs01-02
           end-read.
           move reg-bak to reg-bs01.
           write reg-bs01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-bs01-01.
      *
       lab-rs-bs01-02.
           close arqbs01 arqbak.
      *
       lab-rs-bs01-fim.
           exit.
      *
       sec-rs-bt01 section.
      *
       lab-rs-bt01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-bt01-fim
           end-if.
           open output arqbt01.
           if bt01-status-bk not = "00"
              close arqbak
              go to lab-rs-bt01-fim
           end-if.
      *
       lab-rs-bt01-01.
           read arqbak at end
                go to lab-rs-bt01-02
           end-read.
           move reg-bak to reg-bt01.
           write reg-bt01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-bt01-01.
      *
       lab-rs-bt01-02.
           close arqbt01 arqbak.
      *
       lab-rs-bt01-fim.
           exit.
      *
       sec-rs-bx01 section.
      *
       lab-rs-bx01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-bx01-fim
           end-if.
           open output arqbx01.
           if bx01-status-bk not = "00"
              close arqbak
              go to lab-rs-bx01-fim
           end-if.
      *
       lab-rs-bx01-01.
           read arqbak at end
                go to lab-rs-bx01-02
           end-read.
           move reg-bak to reg-bx01.
           write reg-bx01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-bx01-01.
      *
       lab-rs-bx01-02.
           close arqbx01 arqbak.
      *
       lab-rs-bx01-fim.
           exit.
      *
       sec-rs-ca01 section.
      *
       lab-rs-ca01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-ca01-fim
           end-if.
           open output arqca01.
           if ca01-status-bk not = "00"
              close arqbak
              go to lab-rs-ca01-fim
           end-if.
      *
       lab-rs-ca01-01.
           read arqbak at end
                go to lab-rs-ca01-02
           end-read.
           move reg-bak to reg-ca01.
           write reg-ca01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-ca01-01.
      *
       lab-rs-ca01-02.
           close arqca01 arqbak.
      *
       lab-rs-ca01-fim.
           exit.
      *
       sec-rs-cb01 section.
      *
       lab-rs-cb01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-cb01-fim
           end-if.
           open output arqcb01.
           if cb01-status-bk not = "00"
              close arqbak
              go to lab-rs-cb01-fim
           end-if.
      *
       lab-rs-cb01-01.
           read arqbak at end
                go to lab-rs-cb01-02
           end-read.
           move reg-bak to reg-cb01.
           write reg-cb01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-cb01-01.
      *
       lab-rs-cb01-02.
           close arqcb01 arqbak.
      *
       lab-rs-cb01-fim.
           exit.
      *
       sec-rs-cd01 section.
      *
       lab-rs-cd01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-cd01-fim
           end-if.
           open output arqcd01.
           if cd01-status-bk not = "00"
              close arqbak
              go to lab-rs-cd01-fim
           end-if.
      *
       lab-rs-cd01-01.
           read arqbak at end
                go to lab-rs-cd01-02
           end-read.
           move reg-bak to reg-cd01.
           write reg-cd01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-cd01-01.
      *
       lab-rs-cd01-02.
           close arqcd01 arqbak.
      *
       lab-rs-cd01-fim.
           exit.
      *
       sec-rs-cd02 section.
      *
       lab-rs-cd02-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-cd02-fim
           end-if.
           open output arqcd02.
           if cd02-status-bk not = "00"
              close arqbak
              go to lab-rs-cd02-fim
           end-if.
      *
       lab-rs-cd02-01.
           read arqbak at end
                go to lab-rs-cd02-02
           end-read.
           move reg-bak to reg-cd02.
           write reg-cd02 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-cd02-01.
      *
       lab-rs-cd02-02.
           close arqcd02 arqbak.
      *
       lab-rs-cd02-fim.
           exit.
      *
       sec-rs-cd03 section.
      *
       lab-rs-cd03-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-cd03-fim
           end-if.
           open output arqcd03.
           if cd03-status-bk not = "00"
              close arqbak
              go to lab-rs-cd03-fim
           end-if.
      *
       lab-rs-cd03-01.
           read arqbak at end
                go to lab-rs-cd03-02
           end-read.
           move reg-bak to reg-cd03.
           write reg-cd03 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-cd03-01.
      *
       lab-rs-cd03-02.
           close arqcd03 arqbak.
      *
       lab-rs-cd03-fim.
           exit.
      *
       sec-rs-ce01 section.
      *
       lab-rs-ce01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-ce01-fim
           end-if.
           open output arqce01.
           if ce01-status-bk not = "00"
              close arqbak
              go to lab-rs-ce01-fim
           end-if.
      *
       lab-rs-ce01-01.
           read arqbak at end
                go to lab-rs-ce01-02
           end-read.
           move reg-bak to reg-ce01.
           write reg-ce01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-ce01-01.
      *
       lab-rs-ce01-02.
           close arqce01 arqbak.
      *
       lab-rs-ce01-fim.
           exit.
      *
       sec-rs-ce02 section.
      *
       lab-rs-ce02-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-ce02-fim
           end-if.
           open output arqce02.
           if ce02-status-bk not = "00"
              close arqbak
              go to lab-rs-ce02-fim
           end-if.
      *
       lab-rs-ce02-01.
           read arqbak at end
                go to lab-rs-ce02-02
           end-read.
           move reg-bak to reg-ce02.
           write reg-ce02 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-ce02-01.
      *
       lab-rs-ce02-02.
           close arqce02 arqbak.
      *
       lab-rs-ce02-fim.
           exit.
      *
       sec-rs-ce03 section.
      *
       lab-rs-ce03-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-ce03-fim
           end-if.
           open output arqce03.
           if ce03-status-bk not = "00"
              close arqbak
              go to lab-rs-ce03-fim
           end-if.
      *
       lab-rs-ce03-01.
           read arqbak at end
                go to lab-rs-ce03-02
           end-read.
           move reg-bak to reg-ce03.
           write reg-ce03 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-ce03-01.
      *
       lab-rs-ce03-02.
           close arqce03 arqbak.
      *
       lab-rs-ce03-fim.
           exit.
      *
       sec-rs-ce04 section.
      *
       lab-rs-ce04-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-ce04-fim
           end-if.
           open output arqce04.
           if ce04-status-bk not = "00"
              close arqbak
              go to lab-rs-ce04-fim
           end-if.
      *
       lab-rs-ce04-01.
           read arqbak at end
                go to lab-rs-ce04-02
           end-read.
           move reg-bak to reg-ce04.
           write reg-ce04 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-ce04-01.
      *
       lab-rs-ce04-02.
           close arqce04 arqbak.
      *
       lab-rs-ce04-fim.
           exit.
      *
       sec-rs-ce05 section.
      *
       lab-rs-ce05-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-ce05-fim
           end-if.
           open output arqce05.
           if ce05-status-bk not = "00"
              close arqbak
              go to lab-rs-ce05-fim
           end-if.
      *
       lab-rs-ce05-01.
           read arqbak at end
                go to lab-rs-ce05-02
           end-read.
           move reg-bak to reg-ce05.
           write reg-ce05 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-ce05-01.
      *
       lab-rs-ce05-02.
           close arqce05 arqbak.
      *
       lab-rs-ce05-fim.
           exit.
      *
       sec-rs-ce06 section.
      *
       lab-rs-ce06-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-ce06-fim
           end-if.
           open output arqce06.
           if ce06-status-bk not = "00"
              close arqbak
              go to lab-rs-ce06-fim
           end-if.
      *
       lab-rs-ce06-01.
           read arqbak at end
                go to lab-rs-ce06-02
           end-read.
           move reg-bak to reg-ce06.
           write reg-ce06 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-ce06-01.
      *
       lab-rs-ce06-02.
           close arqce06 arqbak.
      *
       lab-rs-ce06-fim.
           exit.
      *
       sec-rs-ce07 section.
      *
       lab-rs-ce07-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-ce07-fim
           end-if.
           open output arqce07.
           if ce07-status-bk not = "00"
              close arqbak
              go to lab-rs-ce07-fim
           end-if.
      *
       lab-rs-ce07-01.
           read arqbak at end
                go to lab-rs-ce07-02
           end-read.
           move reg-bak to reg-ce07.
           write reg-ce07 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-ce07-01.
      *
       lab-rs-ce07-02.
           close arqce07 arqbak.
      *
       lab-rs-ce07-fim.
           exit.
      *
       sec-rs-ce08 section.
      *
       lab-rs-ce08-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-ce08-fim
           end-if.
           open output arqce08.
           if ce08-status-bk not = "00"
              close arqbak
              go to lab-rs-ce08-fim
           end-if.
      *
       lab-rs-ce08-01.
           read arqbak at end
                go to lab-rs-ce08-02
           end-read.
           move reg-bak to reg-ce08.
           write reg-ce08 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-ce08-01.
      *
       lab-rs-ce08-02.
           close arqce08 arqbak.
      *
       lab-rs-ce08-fim.
           exit.
      *
       sec-rs-ce09 section.
      *
       lab-rs-ce09-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-ce09-fim
           end-if.
           open output arqce09.
           if ce09-status-bk not = "00"
              close arqbak
              go to lab-rs-ce09-fim
           end-if.
      *
       lab-rs-ce09-01.
           read arqbak at end
                go to lab-rs-ce09-02
           end-read.
           move reg-bak to reg-ce09.
           write reg-ce09 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-ce09-01.
      *
       lab-rs-ce09-02.
           close arqce09 arqbak.
      *
       lab-rs-ce09-fim.
           exit.
      *
       sec-rs-ce10 section.
      *
       lab-rs-ce10-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-ce10-fim
           end-if.
           open output arqce10.
           if ce10-status-bk not = "00"
              close arqbak
              go to lab-rs-ce10-fim
           end-if.
      *
       lab-rs-ce10-01.
           read arqbak at end
                go to lab-rs-ce10-02
           end-read.
           move reg-bak to reg-ce10.
           write reg-ce10 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-ce10-01.
      *
       lab-rs-ce10-02.
           close arqce10 arqbak.
      *
       lab-rs-ce10-fim.
           exit.
      *
       sec-rs-ce11 section.
      *
       lab-rs-ce11-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-ce11-fim
           end-if.
           open output arqce11.
           if ce11-status-bk not = "00"
              close arqbak
              go to lab-rs-ce11-fim
           end-if.
      *
       lab-rs-ce11-01.
           read arqbak at end
                go to lab-rs-ce11-02
           end-read.
           move reg-bak to reg-ce11.
           write reg-ce11 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-ce11-01.
      *
       lab-rs-ce11-02.
           close arqce11 arqbak.
      *
       lab-rs-ce11-fim.
           exit.
      *
       sec-rs-ce12 section.
      *
       lab-rs-ce12-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-ce12-fim
           end-if.
           open output arqce12.
           if ce12-status-bk not = "00"
              close arqbak
              go to lab-rs-ce12-fim
           end-if.
      *
       lab-rs-ce12-01.
           read arqbak at end
                go to lab-rs-ce12-02
           end-read.
           move reg-bak to reg-ce12.
           write reg-ce12 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-ce12-01.
      *
       lab-rs-ce12-02.
           close arqce12 arqbak.
      *
       lab-rs-ce12-fim.
           exit.
      *
       sec-rs-ce13 section.
      *
       lab-rs-ce13-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-ce13-fim
           end-if.
           open output arqce13.
           if ce13-status-bk not = "00"
              close arqbak
              go to lab-rs-ce13-fim
           end-if.
      *
       lab-rs-ce13-01.
           read arqbak at end
                go to lab-rs-ce13-02
           end-read.
           move reg-bak to reg-ce13.
           write reg-ce13 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-ce13-01.
      *
       lab-rs-ce13-02.
           close arqce13 arqbak.
      *
       lab-rs-ce13-fim.
           exit.
      *
       sec-rs-ce14 section.
      *
       lab-rs-ce14-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-ce14-fim
           end-if.
           open output arqce14.
           if ce14-status-bk not = "00"
              close arqbak
              go to lab-rs-ce14-fim
           end-if.
      *
       lab-rs-ce14-01.
           read arqbak at end
                go to lab-rs-ce14-02
           end-read.
           move reg-bak to reg-ce14.
           write reg-ce14 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-ce14-01.
      *
       lab-rs-ce14-02.
           close arqce14 arqbak.
      *
       lab-rs-ce14-fim.
           exit.
      *
       sec-rs-ch01 section.
      *
       lab-rs-ch01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-ch01-fim
           end-if.
           open output arqch01.
           if ch01-status-bk not = "00"
              close arqbak
              go to lab-rs-ch01-fim
           end-if.
      *
       lab-rs-ch01-01.
           read arqbak at end
                go to lab-rs-ch01-02
           end-read.
           move reg-bak to reg-ch01.
           write reg-ch01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-ch01-01.
      *
       lab-rs-ch01-02.
           close arqch01 arqbak.
      *
       lab-rs-ch01-fim.
           exit.
      *
       sec-rs-ci01 section.
      *
       lab-rs-ci01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-ci01-fim
           end-if.
           open output arqci01.
           if ci01-status-bk not = "00"
              close arqbak
              go to lab-rs-ci01-fim
           end-if.
      *
       lab-rs-ci01-01.
           read arqbak at end
                go to lab-rs-ci01-02
           end-read.
           move reg-bak to reg-ci01.
           write reg-ci01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-ci01-01.
      *
       lab-rs-ci01-02.
           close arqci01 arqbak.
      *
       lab-rs-ci01-fim.
           exit.
      *
       sec-rs-cm01 section.
      *
       lab-rs-cm01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-cm01-fim
           end-if.
           open output arqcm01.
           if cm01-status-bk not = "00"
              close arqbak
              go to lab-rs-cm01-fim
           end-if.
      *
       lab-rs-cm01-01.
           read arqbak at end
                go to lab-rs-cm01-02
           end-read.
           move reg-bak to reg-cm01.
           write reg-cm01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-cm01-01.
      *
       lab-rs-cm01-02.
           close arqcm01 arqbak.
      *
       lab-rs-cm01-fim.
           exit.
      *
       sec-rs-cm02 section.
      *
       lab-rs-cm02-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-cm02-fim
           end-if.
           open output arqcm02.
           if cm02-status-bk not = "00"
              close arqbak
              go to lab-rs-cm02-fim
           end-if.
      *
       lab-rs-cm02-01.
           read arqbak at end
                go to lab-rs-cm02-02
           end-read.
           move reg-bak to reg-cm02.
           write reg-cm02 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-cm02-01.
      *
       lab-rs-cm02-02.
           close arqcm02 arqbak.
      *
       lab-rs-cm02-fim.
           exit.
      *
       sec-rs-cn01 section.
      *
       lab-rs-cn01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-cn01-fim
           end-if.
           open output arqcn01.
           if cn01-status-bk not = "00"
              close arqbak
              go to lab-rs-cn01-fim
           end-if.
      *
       lab-rs-cn01-01.
           read arqbak at end
                go to lab-rs-cn01-02
           end-read.
           move reg-bak to reg-cn01.
           write reg-cn01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-cn01-01.
      *
       lab-rs-cn01-02.
           close arqcn01 arqbak.
      *
       lab-rs-cn01-fim.
           exit.
      *
       sec-rs-co01 section.
      *
       lab-rs-co01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-co01-fim
           end-if.
           open output arqco01.
           if co01-status-bk not = "00"
              close arqbak
              go to lab-rs-co01-fim
           end-if.
      *
       lab-rs-co01-01.
           read arqbak at end
                go to lab-rs-co01-02
           end-read.
           move reg-bak to reg-co01.
           write reg-co01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-co01-01.
      *
       lab-rs-co01-02.
           close arqco01 arqbak.
      *
       lab-rs-co01-fim.
           exit.
      *
       sec-rs-cp01 section.
      *
       lab-rs-cp01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-cp01-fim
           end-if.
           open output arqcp01.
           if cp01-status-bk not = "00"
              close arqbak
              go to lab-rs-cp01-fim
           end-if.
      *
       lab-rs-cp01-01.
           read arqbak at end
                go to lab-rs-cp01-02
           end-read.
           move reg-bak to reg-cp01.
           write reg-cp01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-cp01-01.
      *
       lab-rs-cp01-02.
           close arqcp01 arqbak.
      *
       lab-rs-cp01-fim.
           exit.
      *
       sec-rs-cr01 section.
      *
       lab-rs-cr01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-cr01-fim
           end-if.
           open output arqcr01.
           if cr01-status-bk not = "00"
              close arqbak
              go to lab-rs-cr01-fim
           end-if.
      *
       lab-rs-cr01-01.
           read arqbak at end
                go to lab-rs-cr01-02
           end-read.
           move reg-bak to reg-cr01.
           write reg-cr01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-cr01-01.
      *
       lab-rs-cr01-02.
           close arqcr01 arqbak.
      *
       lab-rs-cr01-fim.
           exit.
      *
       sec-rs-cs01 section.
      *
       lab-rs-cs01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-cs01-fim
           end-if.
           open output arqcs01.
           if cs01-status-bk not = "00"
              close arqbak
              go to lab-rs-cs01-fim
           end-if.
      *
       lab-rs-cs01-01.
           read arqbak at end
                go to lab-rs-cs01-02
           end-read.
           move reg-bak to reg-cs01.
           write reg-cs01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-cs01-01.
      *
       lab-rs-cs01-02.
           close arqcs01 arqbak.
      *
       lab-rs-cs01-fim.
           exit.
      *
       sec-rs-cs02 section.
      *
       lab-rs-cs02-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-cs02-fim
           end-if.
           open output arqcs02.
           if cs02-status-bk not = "00"
              close arqbak
              go to lab-rs-cs02-fim
           end-if.
      *
       lab-rs-cs02-01.
           read arqbak at end
                go to lab-rs-cs02-02
           end-read.
           move reg-bak to reg-cs02.
           write reg-cs02 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-cs02-01.
      *
       lab-rs-cs02-02.
           close arqcs02 arqbak.
      *
       lab-rs-cs02-fim.
           exit.
      *
       sec-rs-cv01 section.
      *
       lab-rs-cv01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-cv01-fim
           end-if.
           open output arqcv01.
           if cv01-status-bk not = "00"
              close arqbak
              go to lab-rs-cv01-fim
           end-if.
      *
       lab-rs-cv01-01.
           read arqbak at end
                go to lab-rs-cv01-02
           end-read.
           move reg-bak to reg-cv01.
           write reg-cv01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-cv01-01.
      *
       lab-rs-cv01-02.
           close arqcv01 arqbak.
      *
       lab-rs-cv01-fim.
           exit.
      *
       sec-rs-cv02 section.
      *
       lab-rs-cv02-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-cv02-fim
           end-if.
           open output arqcv02.
           if cv02-status-bk not = "00"
              close arqbak
              go to lab-rs-cv02-fim
           end-if.
      *
       lab-rs-cv02-01.
           read arqbak at end
                go to lab-rs-cv02-02
           end-read.
           move reg-bak to reg-cv02.
           write reg-cv02 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-cv02-01.
      *
       lab-rs-cv02-02.
           close arqcv02 arqbak.
      *
       lab-rs-cv02-fim.
           exit.
      *
       sec-rs-cx01 section.
      *
       lab-rs-cx01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-cx01-fim
           end-if.
           open output arqcx01.
           if cx01-status-bk not = "00"
              close arqbak
              go to lab-rs-cx01-fim
           end-if.
      *
       lab-rs-cx01-01.
           read arqbak at end
                go to lab-rs-cx01-02
           end-read.
           move reg-bak to reg-cx01.
           write reg-cx01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-cx01-01.
      *
       lab-rs-cx01-02.
           close arqcx01 arqbak.
      *
       lab-rs-cx01-fim.
           exit.
      *
       sec-rs-da01 section.
      *
       lab-rs-da01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-da01-fim
           end-if.
           open output arqda01.
           if da01-status-bk not = "00"
              close arqbak
              go to lab-rs-da01-fim
           end-if.
      *
       lab-rs-da01-01.
           read arqbak at end
                go to lab-rs-da01-02
           end-read.
           move reg-bak to reg-da01.
           write reg-da01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-da01-01.
      *
       lab-rs-da01-02.
           close arqda01 arqbak.
      *
       lab-rs-da01-fim.
           exit.
      *
       sec-rs-df01 section.
      *
       lab-rs-df01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-df01-fim
           end-if.
           open output arqdf01.
           if df01-status-bk not = "00"
              close arqbak
              go to lab-rs-df01-fim
           end-if.
      *
       lab-rs-df01-01.
           read arqbak at end
                go to lab-rs-df01-02
           end-read.
           move reg-bak to reg-df01.
           write reg-df01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-df01-01.
      *
       lab-rs-df01-02.
           close arqdf01 arqbak.
      *
       lab-rs-df01-fim.
           exit.
      *
       sec-rs-dp01 section.
      *
       lab-rs-dp01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-dp01-fim
           end-if.
           open output arqdp01.
           if dp01-status-bk not = "00"
              close arqbak
              go to lab-rs-dp01-fim
           end-if.
      *
       lab-rs-dp01-01.
           read arqbak at end
                go to lab-rs-dp01-02
           end-read.
           move reg-bak to reg-dp01.
           write reg-dp01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-dp01-01.
      *
       lab-rs-dp01-02.
           close arqdp01 arqbak.
      *
       lab-rs-dp01-fim.
           exit.
      *
       sec-rs-dr01 section.
      *
       lab-rs-dr01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-dr01-fim
           end-if.
           open output arqdr01.
           if dr01-status-bk not = "00"
              close arqbak
              go to lab-rs-dr01-fim
           end-if.
      *
       lab-rs-dr01-01.
           read arqbak at end
                go to lab-rs-dr01-02
           end-read.
           move reg-bak to reg-dr01.
           write reg-dr01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-dr01-01.
      *
       lab-rs-dr01-02.
           close arqdr01 arqbak.
      *
       lab-rs-dr01-fim.
           exit.
      *
       sec-rs-el01 section.
      *
       lab-rs-el01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-el01-fim
           end-if.
           open output arqel01.
           if el01-status-bk not = "00"
              close arqbak
              go to lab-rs-el01-fim
           end-if.
      *
       lab-rs-el01-01.
           read arqbak at end
                go to lab-rs-el01-02
           end-read.
           move reg-bak to reg-el01.
           write reg-el01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-el01-01.
      *
       lab-rs-el01-02.
           close arqel01 arqbak.
      *
       lab-rs-el01-fim.
           exit.
      *
       sec-rs-em01 section.
      *
       lab-rs-em01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-em01-fim
           end-if.
           open output arqem01.
           if em01-status-bk not = "00"
              close arqbak
              go to lab-rs-em01-fim
           end-if.
      *
       lab-rs-em01-01.
           read arqbak at end
                go to lab-rs-em01-02
           end-read.
           move reg-bak to reg-em01.
           write reg-em01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-em01-01.
      *
       lab-rs-em01-02.
           close arqem01 arqbak.
      *
       lab-rs-em01-fim.
           exit.
      *
       sec-rs-es01 section.
      *
       lab-rs-es01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-es01-fim
           end-if.
           open output arqes01.
           if es01-status-bk not = "00"
              close arqbak
              go to lab-rs-es01-fim
           end-if.
      *
       lab-rs-es01-01.
           read arqbak at end
                go to lab-rs-es01-02
           end-read.
           move reg-bak to reg-es01.
           write reg-es01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-es01-01.
      *
       lab-rs-es01-02.
           close arqes01 arqbak.
      *
       lab-rs-es01-fim.
           exit.
      *
       sec-rs-et01 section.
      *
       lab-rs-et01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-et01-fim
           end-if.
           open output arqet01.
           if et01-status-bk not = "00"
              close arqbak
              go to lab-rs-et01-fim
           end-if.
      *
       lab-rs-et01-01.
           read arqbak at end
                go to lab-rs-et01-02
           end-read.
           move reg-bak to reg-et01.
           write reg-et01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-et01-01.
      *
       lab-rs-et01-02.
           close arqet01 arqbak.
      *
       lab-rs-et01-fim.
           exit.
      *
       sec-rs-ex01 section.
      *
       lab-rs-ex01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-ex01-fim
           end-if.
           open output arqex01.
           if ex01-status-bk not = "00"
              close arqbak
              go to lab-rs-ex01-fim
           end-if.
      *
       lab-rs-ex01-01.
           read arqbak at end
                go to lab-rs-ex01-02
           end-read.
           move reg-bak to reg-ex01.
           write reg-ex01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-ex01-01.
      *
       lab-rs-ex01-02.
           close arqex01 arqbak.
      *
       lab-rs-ex01-fim.
           exit.
      *
       sec-rs-ex02 section.
      *
       lab-rs-ex02-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-ex02-fim
           end-if.
           open output arqex02.
           if ex02-status-bk not = "00"
              close arqbak
              go to lab-rs-ex02-fim
           end-if.
      *
       lab-rs-ex02-01.
           read arqbak at end
                go to lab-rs-ex02-02
           end-read.
           move reg-bak to reg-ex02.
           write reg-ex02 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-ex02-01.
      *
       lab-rs-ex02-02.
           close arqex02 arqbak.
      *
       lab-rs-ex02-fim.
           exit.
      *
       sec-rs-ex03 section.
      *
       lab-rs-ex03-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-ex03-fim
           end-if.
           open output arqex03.
           if ex03-status-bk not = "00"
              close arqbak
              go to lab-rs-ex03-fim
           end-if.
      *
       lab-rs-ex03-01.
           read arqbak at end
                go to lab-rs-ex03-02
           end-read.
           move reg-bak to reg-ex03.
           write reg-ex03 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-ex03-01.
      *
       lab-rs-ex03-02.
           close arqex03 arqbak.
      *
       lab-rs-ex03-fim.
           exit.
      *
       sec-rs-fd01 section.
      *
       lab-rs-fd01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-fd01-fim
           end-if.
           open output arqfd01.
           if fd01-status-bk not = "00"
              close arqbak
              go to lab-rs-fd01-fim
           end-if.
      *
       lab-rs-fd01-01.
           read arqbak at end
                go to lab-rs-fd01-02
           end-read.
           move reg-bak to reg-fd01.
           write reg-fd01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-fd01-01.
      *
       lab-rs-fd01-02.
           close arqfd01 arqbak.
      *
       lab-rs-fd01-fim.
           exit.
      *
       sec-rs-fv01 section.
      *
       lab-rs-fv01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-fv01-fim
           end-if.
           open output arqfv01.
           if fv01-status-bk not = "00"
              close arqbak
              go to lab-rs-fv01-fim
           end-if.
      *
       lab-rs-fv01-01.
           read arqbak at end
                go to lab-rs-fv01-02
           end-read.
           move reg-bak to reg-fv01.
           write reg-fv01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-fv01-01.
      *
       lab-rs-fv01-02.
           close arqfv01 arqbak.
      *
       lab-rs-fv01-fim.
           exit.
      *
       sec-rs-fx01 section.
      *
       lab-rs-fx01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-fx01-fim
           end-if.
           open output arqfx01.
           if fx01-status-bk not = "00"
              close arqbak
              go to lab-rs-fx01-fim
           end-if.
      *
       lab-rs-fx01-01.
           read arqbak at end
                go to lab-rs-fx01-02
           end-read.
           move reg-bak to reg-fx01.
           write reg-fx01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-fx01-01.
      *
       lab-rs-fx01-02.
           close arqfx01 arqbak.
      *
       lab-rs-fx01-fim.
           exit.
      *
       sec-rs-hb01 section.
      *
       lab-rs-hb01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-hb01-fim
           end-if.
           open output arqhb01.
           if hb01-status-bk not = "00"
              close arqbak
              go to lab-rs-hb01-fim
           end-if.
      *
       lab-rs-hb01-01.
           read arqbak at end
                go to lab-rs-hb01-02
           end-read.
           move reg-bak to reg-hb01.
           write reg-hb01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-hb01-01.
      *
       lab-rs-hb01-02.
           close arqhb01 arqbak.
      *
       lab-rs-hb01-fim.
           exit.
      *
       sec-rs-hb02 section.
      *
       lab-rs-hb02-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-hb02-fim
           end-if.
           open output arqhb02.
           if hb02-status-bk not = "00"
              close arqbak
              go to lab-rs-hb02-fim
           end-if.
      *
       lab-rs-hb02-01.
           read arqbak at end
                go to lab-rs-hb02-02
           end-read.
           move reg-bak to reg-hb02.
           write reg-hb02 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-hb02-01.
      *
       lab-rs-hb02-02.
           close arqhb02 arqbak.
      *
       lab-rs-hb02-fim.
           exit.
      *
       sec-rs-hc01 section.
      *
       lab-rs-hc01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-hc01-fim
           end-if.
           open output arqhc01.
           if hc01-status-bk not = "00"
              close arqbak
              go to lab-rs-hc01-fim
           end-if.
      *
       lab-rs-hc01-01.
           read arqbak at end
                go to lab-rs-hc01-02
           end-read.
           move reg-bak to reg-hc01.
           write reg-hc01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-hc01-01.
      *
       lab-rs-hc01-02.
           close arqhc01 arqbak.
      *
       lab-rs-hc01-fim.
           exit.
      *
       sec-rs-hl01 section.
      *
       lab-rs-hl01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-hl01-fim
           end-if.
           open output arqhl01.
           if hl01-status-bk not = "00"
              close arqbak
              go to lab-rs-hl01-fim
           end-if.
      *
       lab-rs-hl01-01.
           read arqbak at end
                go to lab-rs-hl01-02
           end-read.
           move reg-bak to reg-hl01.
           write reg-hl01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-hl01-01.
      *
       lab-rs-hl01-02.
           close arqhl01 arqbak.
      *
       lab-rs-hl01-fim.
           exit.
      *
       sec-rs-imp section.
      *
       lab-rs-imp-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-imp-fim
           end-if.
           open output arqimp.
           if imp-status-bk not = "00"
              close arqbak
              go to lab-rs-imp-fim
           end-if.
      *
       lab-rs-imp-01.
           read arqbak at end
                go to lab-rs-imp-02
           end-read.
           move reg-bak to reg-imp.
           write reg-imp invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-imp-01.
      *
       lab-rs-imp-02.
           close arqimp arqbak.
      *
       lab-rs-imp-fim.
           exit.
      *
       sec-rs-is01 section.
      *
       lab-rs-is01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-is01-fim
           end-if.
           open output arqis01.
           if is01-status-bk not = "00"
              close arqbak
              go to lab-rs-is01-fim
           end-if.
      *
       lab-rs-is01-01.
           read arqbak at end
                go to lab-rs-is01-02
           end-read.
           move reg-bak to reg-is01.
           write reg-is01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-is01-01.
      *
       lab-rs-is01-02.
           close arqis01 arqbak.
      *
       lab-rs-is01-fim.
           exit.
      *
       sec-rs-is02 section.
      *
       lab-rs-is02-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-is02-fim
           end-if.
           open output arqis02.
           if is02-status-bk not = "00"
              close arqbak
              go to lab-rs-is02-fim
           end-if.
      *
       lab-rs-is02-01.
           read arqbak at end
                go to lab-rs-is02-02
           end-read.
           move reg-bak to reg-is02.
           write reg-is02 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-is02-01.
      *
       lab-rs-is02-02.
           close arqis02 arqbak.
      *
       lab-rs-is02-fim.
           exit.
      *
       sec-rs-jb01 section.
      *
       lab-rs-jb01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-jb01-fim
           end-if.
           open output arqjb01.
           if jb01-status-bk not = "00"
              close arqbak
              go to lab-rs-jb01-fim
           end-if.
      *
       lab-rs-jb01-01.
           read arqbak at end
                go to lab-rs-jb01-02
           end-read.
           move reg-bak to reg-jb01.
           write reg-jb01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-jb01-01.
      *
       lab-rs-jb01-02.
           close arqjb01 arqbak.
      *
       lab-rs-jb01-fim.
           exit.
      *
       sec-rs-lc01 section.
      *
       lab-rs-lc01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-lc01-fim
           end-if.
           open output arqlc01.
           if lc01-status-bk not = "00"
              close arqbak
              go to lab-rs-lc01-fim
           end-if.
      *
       lab-rs-lc01-01.
           read arqbak at end
                go to lab-rs-lc01-02
           end-read.
           move reg-bak to reg-lc01.
           write reg-lc01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-lc01-01.
      *
       lab-rs-lc01-02.
           close arqlc01 arqbak.
      *
       lab-rs-lc01-fim.
           exit.
      *
       sec-rs-ld01 section.
      *
       lab-rs-ld01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-ld01-fim
           end-if.
           open output arqld01.
           if ld01-status-bk not = "00"
              close arqbak
              go to lab-rs-ld01-fim
           end-if.
      *
       lab-rs-ld01-01.
           read arqbak at end
                go to lab-rs-ld01-02
           end-read.
           move reg-bak to reg-ld01.
           write reg-ld01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-ld01-01.
      *
       lab-rs-ld01-02.
           close arqld01 arqbak.
      *
       lab-rs-ld01-fim.
           exit.
      *
       sec-rs-le01 section.
      *
       lab-rs-le01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-le01-fim
           end-if.
           open output arqle01.
           if le01-status-bk not = "00"
              close arqbak
              go to lab-rs-le01-fim
           end-if.
      *
       lab-rs-le01-01.
           read arqbak at end
                go to lab-rs-le01-02
           end-read.
           move reg-bak to reg-le01.
           write reg-le01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-le01-01.
      *
       lab-rs-le01-02.
           close arqle01 arqbak.
      *
       lab-rs-le01-fim.
           exit.
      *
       sec-rs-lk01 section.
      *
       lab-rs-lk01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-lk01-fim
           end-if.
           open output arqlk01.
           if lk01-status-bk not = "00"
              close arqbak
              go to lab-rs-lk01-fim
           end-if.
      *
       lab-rs-lk01-01.
           read arqbak at end
                go to lab-rs-lk01-02
           end-read.
           move reg-bak to reg-lk01.
           write reg-lk01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-lk01-01.
      *
       lab-rs-lk01-02.
           close arqlk01 arqbak.
      *
       lab-rs-lk01-fim.
           exit.
      *
       sec-rs-log01 section.
      *
       lab-rs-log01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-log01-fim
           end-if.
           open output arqlog01.
           if log01-status-bk not = "00"
              close arqbak
              go to lab-rs-log01-fim
           end-if.
      *
       lab-rs-log01-01.
           read arqbak at end
                go to lab-rs-log01-02
           end-read.
           move reg-bak to reg-log01.
           write reg-log01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-log01-01.
      *
       lab-rs-log01-02.
           close arqlog01 arqbak.
      *
       lab-rs-log01-fim.
           exit.
      *
       sec-rs-lp01 section.
      *
       lab-rs-lp01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-lp01-fim
           end-if.
           open output arqlp01.
           if lp01-status-bk not = "00"
              close arqbak
              go to lab-rs-lp01-fim
           end-if.
      *
       lab-rs-lp01-01.
           read arqbak at end
                go to lab-rs-lp01-02
           end-read.
           move reg-bak to reg-lp01.
           write reg-lp01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-lp01-01.
      *
       lab-rs-lp01-02.
           close arqlp01 arqbak.
      *
       lab-rs-lp01-fim.
           exit.
      *
       sec-rs-md01 section.
      *
       lab-rs-md01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-md01-fim
           end-if.
           open output arqmd01.
           if md01-status-bk not = "00"
              close arqbak
              go to lab-rs-md01-fim
           end-if.
      *
       lab-rs-md01-01.
           read arqbak at end
                go to lab-rs-md01-02
           end-read.
           move reg-bak to reg-md01.
           write reg-md01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-md01-01.
      *
       lab-rs-md01-02.
           close arqmd01 arqbak.
      *
       lab-rs-md01-fim.
           exit.
      *
       sec-rs-ml01 section.
      *
       lab-rs-ml01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-ml01-fim
           end-if.
           open output arqml01.
           if ml01-status-bk not = "00"
              close arqbak
              go to lab-rs-ml01-fim
           end-if.
      *
       lab-rs-ml01-01.
           read arqbak at end
                go to lab-rs-ml01-02
           end-read.
           move reg-bak to reg-ml01.
           write reg-ml01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-ml01-01.
      *
       lab-rs-ml01-02.
           close arqml01 arqbak.
      *
       lab-rs-ml01-fim.
           exit.
      *
       sec-rs-ng01 section.
      *
       lab-rs-ng01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-ng01-fim
           end-if.
           open output arqng01.
           if ng01-status-bk not = "00"
              close arqbak
              go to lab-rs-ng01-fim
           end-if.
      *
       lab-rs-ng01-01.
           read arqbak at end
                go to lab-rs-ng01-02
           end-read.
           move reg-bak to reg-ng01.
           write reg-ng01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-ng01-01.
      *
       lab-rs-ng01-02.
           close arqng01 arqbak.
      *
       lab-rs-ng01-fim.
           exit.
      *
       sec-rs-or01 section.
      *
       lab-rs-or01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-or01-fim
           end-if.
           open output arqor01.
           if or01-status-bk not = "00"
              close arqbak
              go to lab-rs-or01-fim
           end-if.
      *
       lab-rs-or01-01.
           read arqbak at end
                go to lab-rs-or01-02
           end-read.
           move reg-bak to reg-or01.
           write reg-or01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-or01-01.
      *
       lab-rs-or01-02.
           close arqor01 arqbak.
      *
       lab-rs-or01-fim.
           exit.
      *
       sec-rs-ov01 section.
      *
       lab-rs-ov01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-ov01-fim
           end-if.
           open output arqov01.
           if ov01-status-bk not = "00"
              close arqbak
              go to lab-rs-ov01-fim
           end-if.
      *
       lab-rs-ov01-01.
           read arqbak at end
                go to lab-rs-ov01-02
           end-read.
           move reg-bak to reg-ov01.
           write reg-ov01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-ov01-01.
      *
       lab-rs-ov01-02.
           close arqov01 arqbak.
      *
       lab-rs-ov01-fim.
           exit.
      *
       sec-rs-pa01 section.
      *
       lab-rs-pa01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-pa01-fim
           end-if.
           open output arqpa01.
           if pa01-status-bk not = "00"
              close arqbak
              go to lab-rs-pa01-fim
           end-if.
      *
       lab-rs-pa01-01.
           read arqbak at end
                go to lab-rs-pa01-02
           end-read.
           move reg-bak to reg-pa01.
           write reg-pa01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-pa01-01.
      *
       lab-rs-pa01-02.
           close arqpa01 arqbak.
      *
       lab-rs-pa01-fim.
           exit.
      *
       sec-rs-pa02 section.
      *
       lab-rs-pa02-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-pa02-fim
           end-if.
           open output arqpa02.
           if pa02-status-bk not = "00"
              close arqbak
              go to lab-rs-pa02-fim
           end-if.
      *
       lab-rs-pa02-01.
           read arqbak at end
                go to lab-rs-pa02-02
           end-read.
           move reg-bak to reg-pa02.
           write reg-pa02 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-pa02-01.
      *
       lab-rs-pa02-02.
           close arqpa02 arqbak.
      *
       lab-rs-pa02-fim.
           exit.
      *
       sec-rs-pa03 section.
      *
       lab-rs-pa03-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-pa03-fim
           end-if.
           open output arqpa03.
           if pa03-status-bk not = "00"
              close arqbak
              go to lab-rs-pa03-fim
           end-if.
      *
       lab-rs-pa03-01.
           read arqbak at end
                go to lab-rs-pa03-02
           end-read.
           move reg-bak to reg-pa03.
           write reg-pa03 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-pa03-01.
      *
       lab-rs-pa03-02.
           close arqpa03 arqbak.
      *
       lab-rs-pa03-fim.
           exit.
      *
       sec-rs-pc01 section.
      *
       lab-rs-pc01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-pc01-fim
           end-if.
           open output arqpc01.
           if pc01-status-bk not = "00"
              close arqbak
              go to lab-rs-pc01-fim
           end-if.
      *
       lab-rs-pc01-01.
           read arqbak at end
                go to lab-rs-pc01-02
           end-read.
           move reg-bak to reg-pc01.
           write reg-pc01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-pc01-01.
      *
       lab-rs-pc01-02.
           close arqpc01 arqbak.
      *
       lab-rs-pc01-fim.
           exit.
      *
       sec-rs-pd01 section.
      *
       lab-rs-pd01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-pd01-fim
           end-if.
           open output arqpd01.
           if pd01-status-bk not = "00"
              close arqbak
              go to lab-rs-pd01-fim
           end-if.
      *
       lab-rs-pd01-01.
           read arqbak at end
                go to lab-rs-pd01-02
           end-read.
           move reg-bak to reg-pd01.
           write reg-pd01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-pd01-01.
      *
       lab-rs-pd01-02.
           close arqpd01 arqbak.
      *
       lab-rs-pd01-fim.
           exit.
      *
       sec-rs-pj01 section.
      *
       lab-rs-pj01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-pj01-fim
           end-if.
           open output arqpj01.
           if pj01-status-bk not = "00"
              close arqbak
              go to lab-rs-pj01-fim
           end-if.
      *
       lab-rs-pj01-01.
           read arqbak at end
                go to lab-rs-pj01-02
           end-read.
           move reg-bak to reg-pj01.
           write reg-pj01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-pj01-01.
      *
       lab-rs-pj01-02.
           close arqpj01 arqbak.
      *
       lab-rs-pj01-fim.
           exit.
      *
       sec-rs-pj02 section.
      *
       lab-rs-pj02-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-pj02-fim
           end-if.
           open output arqpj02.
           if pj02-status-bk not = "00"
              close arqbak
              go to lab-rs-pj02-fim
           end-if.
      *
       lab-rs-pj02-01.
           read arqbak at end
                go to lab-rs-pj02-02
           end-read.
           move reg-bak to reg-pj02.
           write reg-pj02 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-pj02-01.
      *
       lab-rs-pj02-02.
           close arqpj02 arqbak.
      *
       lab-rs-pj02-fim.
           exit.
      *
       sec-rs-pl01 section.
      *
       lab-rs-pl01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-pl01-fim
           end-if.
           open output arqpl01.
           if pl01-status-bk not = "00"
              close arqbak
              go to lab-rs-pl01-fim
           end-if.
      *
       lab-rs-pl01-01.
           read arqbak at end
                go to lab-rs-pl01-02
           end-read.
           move reg-bak to reg-pl01.
           write reg-pl01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-pl01-01.
      *
       lab-rs-pl01-02.
           close arqpl01 arqbak.
      *
       lab-rs-pl01-fim.
           exit.
      *
       sec-rs-pp01 section.
      *
       lab-rs-pp01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-pp01-fim
           end-if.
           open output arqpp01.
           if pp01-status-bk not = "00"
              close arqbak
              go to lab-rs-pp01-fim
           end-if.
      *
       lab-rs-pp01-01.
           read arqbak at end
                go to lab-rs-pp01-02
           end-read.
           move reg-bak to reg-pp01.
           write reg-pp01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-pp01-01.
      *
       lab-rs-pp01-02.
           close arqpp01 arqbak.
      *
       lab-rs-pp01-fim.
           exit.
      *
       sec-rs-pq01 section.
      *
       lab-rs-pq01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-pq01-fim
           end-if.
           open output arqpq01.
           if pq01-status-bk not = "00"
              close arqbak
              go to lab-rs-pq01-fim
           end-if.
      *
       lab-rs-pq01-01.
           read arqbak at end
                go to lab-rs-pq01-02
           end-read.
           move reg-bak to reg-pq01.
           write reg-pq01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-pq01-01.
      *
       lab-rs-pq01-02.
           close arqpq01 arqbak.
      *
       lab-rs-pq01-fim.
           exit.
      *
       sec-rs-pq02 section.
      *
       lab-rs-pq02-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-pq02-fim
           end-if.
           open output arqpq02.
           if pq02-status-bk not = "00"
              close arqbak
              go to lab-rs-pq02-fim
           end-if.
      *
       lab-rs-pq02-01.
           read arqbak at end
                go to lab-rs-pq02-02
           end-read.
           move reg-bak to reg-pq02.
           write reg-pq02 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-pq02-01.
      *
       lab-rs-pq02-02.
           close arqpq02 arqbak.
      *
       lab-rs-pq02-fim.
           exit.
      *
       sec-rs-pr01 section.
      *
       lab-rs-pr01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-pr01-fim
           end-if.
           open output arqpr01.
           if pr01-status-bk not = "00"
              close arqbak
              go to lab-rs-pr01-fim
           end-if.
      *
       lab-rs-pr01-01.
           read arqbak at end
                go to lab-rs-pr01-02
           end-read.
           move reg-bak to reg-pr01.
           write reg-pr01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-pr01-01.
      *
       lab-rs-pr01-02.
           close arqpr01 arqbak.
      *
       lab-rs-pr01-fim.
           exit.
      *
       sec-rs-pt01 section.
      *
       lab-rs-pt01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-pt01-fim
           end-if.
           open output arqpt01.
           if pt01-status-bk not = "00"
              close arqbak
              go to lab-rs-pt01-fim
           end-if.
      *
       lab-rs-pt01-01.
           read arqbak at end
                go to lab-rs-pt01-02
           end-read.
           move reg-bak to reg-pt01.
           write reg-pt01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-pt01-01.
      *
       lab-rs-pt01-02.
           close arqpt01 arqbak.
      *
       lab-rs-pt01-fim.
           exit.
      *
       sec-rs-pu01 section.
      *
       lab-rs-pu01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-pu01-fim
           end-if.
           open output arqpu01.
           if pu01-status-bk not = "00"
              close arqbak
              go to lab-rs-pu01-fim
           end-if.
      *
       lab-rs-pu01-01.
           read arqbak at end
                go to lab-rs-pu01-02
           end-read.
           move reg-bak to reg-pu01.
           write reg-pu01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-pu01-01.
      *
       lab-rs-pu01-02.
           close arqpu01 arqbak.
      *
       lab-rs-pu01-fim.
           exit.
      *
       sec-rs-pu02 section.
      *
       lab-rs-pu02-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-pu02-fim
           end-if.
           open output arqpu02.
           if pu02-status-bk not = "00"
              close arqbak
              go to lab-rs-pu02-fim
           end-if.
      *
       lab-rs-pu02-01.
           read arqbak at end
                go to lab-rs-pu02-02
           end-read.
           move reg-bak to reg-pu02.
           write reg-pu02 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-pu02-01.
      *
       lab-rs-pu02-02.
           close arqpu02 arqbak.
      *
       lab-rs-pu02-fim.
           exit.
      *
       sec-rs-pv01 section.
      *
       lab-rs-pv01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-pv01-fim
           end-if.
           open output arqpv01.
           if pv01-status-bk not = "00"
              close arqbak
              go to lab-rs-pv01-fim
           end-if.
      *
       lab-rs-pv01-01.
           read arqbak at end
                go to lab-rs-pv01-02
           end-read.
           move reg-bak to reg-pv01.
           write reg-pv01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-pv01-01.
      *
       lab-rs-pv01-02.
           close arqpv01 arqbak.
      *
       lab-rs-pv01-fim.
           exit.
      *
       sec-rs-qd01 section.
      *
       lab-rs-qd01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-qd01-fim
           end-if.
           open output arqqd01.
           if qd01-status-bk not = "00"
              close arqbak
              go to lab-rs-qd01-fim
           end-if.
      *
       lab-rs-qd01-01.
           read arqbak at end
                go to lab-rs-qd01-02
           end-read.
           move reg-bak to reg-qd01.
           write reg-qd01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-qd01-01.
      *
       lab-rs-qd01-02.
           close arqqd01 arqbak.
      *
       lab-rs-qd01-fim.
           exit.
      *
       sec-rs-qt01 section.
      *
       lab-rs-qt01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-qt01-fim
           end-if.
           open output arqqt01.
           if qt01-status-bk not = "00"
              close arqbak
              go to lab-rs-qt01-fim
           end-if.
      *
       lab-rs-qt01-01.
           read arqbak at end
                go to lab-rs-qt01-02
           end-read.
           move reg-bak to reg-qt01.
           write reg-qt01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-qt01-01.
      *
       lab-rs-qt01-02.
           close arqqt01 arqbak.
      *
       lab-rs-qt01-fim.
           exit.
      *
       sec-rs-qt02 section.
      *
       lab-rs-qt02-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-qt02-fim
           end-if.
           open output arqqt02.
           if qt02-status-bk not = "00"
              close arqbak
              go to lab-rs-qt02-fim
           end-if.
      *
       lab-rs-qt02-01.
           read arqbak at end
                go to lab-rs-qt02-02
           end-read.
           move reg-bak to reg-qt02.
           write reg-qt02 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-qt02-01.
      *
       lab-rs-qt02-02.
           close arqqt02 arqbak.
      *
       lab-rs-qt02-fim.
           exit.
      *
       sec-rs-qt03 section.
      *
       lab-rs-qt03-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-qt03-fim
           end-if.
           open output arqqt03.
           if qt03-status-bk not = "00"
              close arqbak
              go to lab-rs-qt03-fim
           end-if.
      *
       lab-rs-qt03-01.
           read arqbak at end
                go to lab-rs-qt03-02
           end-read.
           move reg-bak to reg-qt03.
           write reg-qt03 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-qt03-01.
      *
       lab-rs-qt03-02.
           close arqqt03 arqbak.
      *
       lab-rs-qt03-fim.
           exit.
      *
       sec-rs-ra01 section.
      *
       lab-rs-ra01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-ra01-fim
           end-if.
           open output arqra01.
           if ra01-status-bk not = "00"
              close arqbak
              go to lab-rs-ra01-fim
           end-if.
      *
       lab-rs-ra01-01.
           read arqbak at end
                go to lab-rs-ra01-02
           end-read.
           move reg-bak to reg-ra01.
           write reg-ra01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-ra01-01.
      *
       lab-rs-ra01-02.
           close arqra01 arqbak.
      *
       lab-rs-ra01-fim.
           exit.
      *
       sec-rs-rb01 section.
      *
       lab-rs-rb01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-rb01-fim
           end-if.
           open output arqrb01.
           if rb01-status-bk not = "00"
              close arqbak
              go to lab-rs-rb01-fim
           end-if.
      *
       lab-rs-rb01-01.
           read arqbak at end
                go to lab-rs-rb01-02
           end-read.
           move reg-bak to reg-rb01.
           write reg-rb01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-rb01-01.
      *
       lab-rs-rb01-02.
           close arqrb01 arqbak.
      *
       lab-rs-rb01-fim.
           exit.
      *
       sec-rs-rc01 section.
      *
       lab-rs-rc01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-rc01-fim
           end-if.
           open output arqrc01.
           if rc01-status-bk not = "00"
              close arqbak
              go to lab-rs-rc01-fim
           end-if.
      *
       lab-rs-rc01-01.
           read arqbak at end
                go to lab-rs-rc01-02
           end-read.
           move reg-bak to reg-rc01.
           write reg-rc01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-rc01-01.
      *
       lab-rs-rc01-02.
           close arqrc01 arqbak.
      *
       lab-rs-rc01-fim.
           exit.
      *
       sec-rs-rd01 section.
      *
       lab-rs-rd01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-rd01-fim
           end-if.
           open output arqrd01.
           if rd01-status-bk not = "00"
              close arqbak
              go to lab-rs-rd01-fim
           end-if.
      *
       lab-rs-rd01-01.
           read arqbak at end
                go to lab-rs-rd01-02
           end-read.
           move reg-bak to reg-rd01.
           write reg-rd01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-rd01-01.
      *
       lab-rs-rd01-02.
           close arqrd01 arqbak.
      *
       lab-rs-rd01-fim.
           exit.
      *
       sec-rs-rd02 section.
      *
       lab-rs-rd02-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-rd02-fim
           end-if.
           open output arqrd02.
           if rd02-status-bk not = "00"
              close arqbak
              go to lab-rs-rd02-fim
           end-if.
      *
       lab-rs-rd02-01.
           read arqbak at end
                go to lab-rs-rd02-02
           end-read.
           move reg-bak to reg-rd02.
           write reg-rd02 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-rd02-01.
      *
       lab-rs-rd02-02.
           close arqrd02 arqbak.
      *
       lab-rs-rd02-fim.
           exit.
      *
       sec-rs-rd03 section.
      *
       lab-rs-rd03-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-rd03-fim
           end-if.
           open output arqrd03.
           if rd03-status-bk not = "00"
              close arqbak
              go to lab-rs-rd03-fim
           end-if.
      *
       lab-rs-rd03-01.
           read arqbak at end
                go to lab-rs-rd03-02
           end-read.
           move reg-bak to reg-rd03.
           write reg-rd03 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-rd03-01.
      *
       lab-rs-rd03-02.
           close arqrd03 arqbak.
      *
       lab-rs-rd03-fim.
           exit.
      *
       sec-rs-rd04 section.
      *
       lab-rs-rd04-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-rd04-fim
           end-if.
           open output arqrd04.
           if rd04-status-bk not = "00"
              close arqbak
              go to lab-rs-rd04-fim
           end-if.
      *
       lab-rs-rd04-01.
           read arqbak at end
                go to lab-rs-rd04-02
           end-read.
           move reg-bak to reg-rd04.
           write reg-rd04 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-rd04-01.
      *
       lab-rs-rd04-02.
           close arqrd04 arqbak.
      *
       lab-rs-rd04-fim.
           exit.
      *
       sec-rs-re01 section.
      *
       lab-rs-rk01-fim.
           exit.
      *
       sec-rs-rl01 section.
      *
       lab-rs-rl01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-rl01-fim
           end-if.
           open output arqrl01.
           if rl01-status-bk not = "00"
              close arqbak
              go to lab-rs-rl01-fim
           end-if.
      *
       lab-rs-rl01-01.
           read arqbak at end
                go to lab-rs-rl01-02
           end-read.
           move reg-bak to reg-rl01.
           write reg-rl01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-rl01-01.
      *
       lab-rs-rl01-02.
           close arqrl01 arqbak.
      *
       lab-rs-rl01-fim.
           exit.
      *
       sec-rs-rn01 section.
      *
      *
       lab-rs-rn01-fim.
           exit.
      *
       sec-rs-rp01 section.
      *
       lab-rs-rp01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-rp01-fim
           end-if.
           open output arqrp01.
           if rp01-status-bk not = "00"
              close arqbak
              go to lab-rs-rp01-fim
           end-if.
      *
       lab-rs-rp01-01.
           read arqbak at end
                go to lab-rs-rp01-02
           end-read.
           move reg-bak to reg-rp01.
           write reg-rp01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-rp01-01.
      *
       lab-rs-rp01-02.
           close arqrp01 arqbak.
      *
       lab-rs-rp01-fim.
           exit.
      *
       sec-rs-rs01 section.
      *
      *
       lab-rs-rs01-fim.
           exit.
      *
       sec-rs-sa01 section.
      *
       lab-rs-sa01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-sa01-fim
           end-if.
           open output arqsa01.
           if sa01-status-bk not = "00"
              close arqbak
              go to lab-rs-sa01-fim
           end-if.
      *
       lab-rs-sa01-01.
           read arqbak at end
                go to lab-rs-sa01-02
           end-read.
           move reg-bak to reg-sa01.
           write reg-sa01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-sa01-01.
      *
       lab-rs-sa01-02.
           close arqsa01 arqbak.
      *
       lab-rs-sa01-fim.
           exit.
      *
       sec-rs-sl01 section.
      *
      *
       lab-rs-sl01-fim.
           exit.
      *
       sec-rs-sl02 section.
      *
       lab-rs-sl02-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-sl02-fim
           end-if.
           open output arqsl02.
           if sl02-status-bk not = "00"
              close arqbak
              go to lab-rs-sl02-fim
           end-if.
      *
       lab-rs-sl02-01.
           read arqbak at end
                go to lab-rs-sl02-02
           end-read.
           move reg-bak to reg-sl02.
           write reg-sl02 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-sl02-01.
      *
       lab-rs-sl02-02.
           close arqsl02 arqbak.
      *
       lab-rs-sl02-fim.
           exit.
      *
       sec-rs-sm01 section.
      *
       lab-rs-sm01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-sm01-fim
           end-if.
           open output arqsm01.
           if sm01-status-bk not = "00"
              close arqbak
              go to lab-rs-sm01-fim
           end-if.
      *
       lab-rs-sm01-01.
           read arqbak at end
                go to lab-rs-sm01-02
           end-read.
           move reg-bak to reg-sm01.
           write reg-sm01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-sm01-01.
      *
       lab-rs-sm01-02.
           close arqsm01 arqbak.
      *
       lab-rs-sm01-fim.
           exit.
      *
       sec-rs-sn01 section.
      *
      *
       lab-rs-tabl-fim.
           exit.
      *
       sec-rs-tc01 section.
      *
       lab-rs-tc01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-tc01-fim
           end-if.
           open output arqtc01.
           if tc01-status-bk not = "00"
              close arqbak
              go to lab-rs-tc01-fim
           end-if.
      *
       lab-rs-tc01-01.
           read arqbak at end
                go to lab-rs-tc01-02
           end-read.
           move reg-bak to reg-tc01.
           write reg-tc01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-tc01-01.
      *
       lab-rs-tc01-02.
           close arqtc01 arqbak.
      *
       lab-rs-tc01-fim.
           exit.
      *
       sec-rs-tc02 section.
      *
       lab-rs-tc02-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-tc02-fim
           end-if.
           open output arqtc02.
           if tc02-status-bk not = "00"
              close arqbak
              go to lab-rs-tc02-fim
           end-if.
      *
       lab-rs-tc02-01.
           read arqbak at end
                go to lab-rs-tc02-02
           end-read.
           move reg-bak to reg-tc02.
           write reg-tc02 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-tc02-01.
      *
       lab-rs-tc02-02.
           close arqtc02 arqbak.
      *
       lab-rs-tc02-fim.
           exit.
      *
       sec-rs-tc03 section.
      *
       lab-rs-tc03-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-tc03-fim
           end-if.
           open output arqtc03.
           if tc03-status-bk not = "00"
              close arqbak
              go to lab-rs-tc03-fim
           end-if.
      *
       lab-rs-tc03-01.
           read arqbak at end
                go to lab-rs-tc03-02
           end-read.
           move reg-bak to reg-tc03.
           write reg-tc03 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-tc03-01.
      *
       lab-rs-tc03-02.
           close arqtc03 arqbak.
      *
       lab-rs-tc03-fim.
           exit.
      *
       sec-rs-tc04 section.
      *
       lab-rs-tc04-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-tc04-fim
           end-if.
           open output arqtc04.
           if tc04-status-bk not = "00"
              close arqbak
              go to lab-rs-tc04-fim
           end-if.
      *
       lab-rs-tc04-01.
           read arqbak at end
                go to lab-rs-tc04-02
           end-read.
           move reg-bak to reg-tc04.
           write reg-tc04 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-tc04-01.
      *
       lab-rs-tc04-02.
           close arqtc04 arqbak.
      *
       lab-rs-tc04-fim.
           exit.
      *
       sec-rs-tr01 section.
      *
      *
       lab-rs-usr-fim.
           exit.
      *
       sec-rs-vg01 section.
      *
       lab-rs-vg01-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-vg01-fim
           end-if.
           open output arqvg01.
           if vg01-status-bk not = "00"
              close arqbak
              go to lab-rs-vg01-fim
           end-if.
      *
       lab-rs-vg01-01.
           read arqbak at end
                go to lab-rs-vg01-02
           end-read.
           move reg-bak to reg-vg01.
           write reg-vg01 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-vg01-01.
      *
       lab-rs-vg01-02.
           close arqvg01 arqbak.
      *
       lab-rs-vg01-fim.
           exit.
      *
       sec-rs-vg02 section.
      *
       lab-rs-vg02-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-vg02-fim
           end-if.
           open output arqvg02.
           if vg02-status-bk not = "00"
              close arqbak
              go to lab-rs-vg02-fim
           end-if.
      *
       lab-rs-vg02-01.
           read arqbak at end
                go to lab-rs-vg02-02
           end-read.
           move reg-bak to reg-vg02.
           write reg-vg02 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-vg02-01.
      *
       lab-rs-vg02-02.
           close arqvg02 arqbak.
      *
       lab-rs-vg02-fim.
           exit.
      *
       sec-rs-wb03 section.
      *
       lab-rs-wb03-00.
           open input arqbak.
           if bak-status not = "00"
              go to lab-rs-wb03-fim
           end-if.
           open output arqwb03.
           if wb03-status-bk not = "00"
              close arqbak
              go to lab-rs-wb03-fim
           end-if.
      *
       lab-rs-wb03-01.
           read arqbak at end
                go to lab-rs-wb03-02
           end-read.
           move reg-bak to reg-wb03.
           write reg-wb03 invalid key
                 continue
           end-write.
           add 1 to cont-copia.
           go to lab-rs-wb03-01.
      *
       lab-rs-wb03-02.
           close arqwb03 arqbak.
      *
       lab-rs-wb03-fim.
           exit.
      *
      ************************
      *                      *
