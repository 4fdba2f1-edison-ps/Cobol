      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  PGTN01       *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Copia p/ Treinamento / Teste :                             *
      *                                                             *
      *  Copia os arquivos indexados de producao p/ um diretorio   *
      *  de treinamento (mesma arvore AB2\, AB3\, ... dentro do    *
      *  destino, que ja deve existir), registro a registro, como  *
      *  o PGBK01, embaralhando no caminho os dados pessoais:      *
      *  nomes, CPF/CGC/RG, enderecos, telefones, e-mails e        *
      *  agencia/conta bancaria.                                   *
      *                                                             *
      *  O embaralhamento e fixo por posicao (mesmo valor gera o    *
      *  mesmo resultado em qualquer arquivo) e preserva letras,    *
      *  digitos, brancos e pontuacao; codigos, chaves, datas,      *
      *  valores, CEP, cidade, UF e codigos de banco nao sao        *
      *  tocados, de modo que as ligacoes entre arquivos e as       *
      *  consultas continuam funcionando no ambiente de treino.     *
      *                                                             *
      *  No fim grava na tabela do destino o tipo 60 "TREIN";       *
      *  os programas de remessa bancaria e de impressao de         *
      *  boleto recusam a funcao quando encontram esse registro.    *
      *                                                             *
      *  Prioridade de supervisor e dupla confirmacao; relatorio    *
      *  com a contagem por arquivo.                                *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                               15/10/26     v1.01            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. pgtn01.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
      *
           select arqab01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ab01-chave
                  alternate record key is ab01-chave-1 with duplicates
                  alternate record key is ab01-chave-2 with duplicates
                  file status is ab01-status-tn.
      *
           select arqab02 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ab02-chave
                  alternate record key is ab02-chave-1
                  with duplicates
                  alternate record key is ab02-chave-2
                  with duplicates
                  alternate record key is ab02-chave-3
                  with duplicates
                  file status is ab02-status-tn.
      *
           select arqab03 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ab03-chave
                  alternate record key is ab03-chave-1
                  with duplicates
                  alternate record key is ab03-chave-2
                  with duplicates
                  alternate record key is ab03-chave-3
                  with duplicates
                  file status is ab03-status-tn.
      *
           select arqab04 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ab04-chave
                  alternate record key is ab04-chave-1 with duplicates
                  alternate record key is ab04-chave-2 with duplicates
                  file status is ab04-status-tn.
      *
           select arqab05 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ab05-chave
                  alternate record key is ab05-chave-1 with duplicates
                  alternate record key is ab05-chave-2 with duplicates
                  alternate record key is ab05-chave-3 with duplicates
                  alternate record key is ab05-chave-4 with duplicates
                  alternate record key is ab05-chave-5 with duplicates
                  alternate record key is ab05-chave-6 with duplicates
                  alternate record key is ab05-chave-7 with duplicates
                  alternate record key is ab05-chave-8 with duplicates
                  alternate record key is ab05-chave-9 with duplicates
                  alternate record key is ab05-chave-10 with duplicates
                  file status is ab05-status-tn.
      *
           select arqab08 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ab08-chave
                  file status is ab08-status-tn.
      *
           select arqag01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ag01-chave
                  alternate record key is ag01-chave-1 with duplicates
                  alternate record key is ag01-chave-2 with duplicates
                  alternate record key is ag01-chave-3 with duplicates
                  alternate record key is ag01-chave-4 with duplicates
                  alternate record key is ag01-chave-5 with duplicates
                  file status is ag01-status-tn.
      *
           select arqam01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is am01-chave
                  alternate record key is am01-chave-1 with duplicates
                  file status is am01-status-tn.
      *
           select arqap01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ap01-chave
                  alternate record key is ap01-chave-1 with duplicates
                  file status is ap01-status-tn.
      *
           select arqas01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is as01-chave
                  alternate record key is as01-chave-1 with duplicates
                  file status is as01-status-tn.
      *
           select arqat01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is at01-chave
                  alternate record key is at01-chave-1 with duplicates
                  alternate record key is at01-chave-2 with duplicates
                  file status is at01-status-tn.
      *
           select arqat02 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is at02-chave
                  file status is at02-status-tn.
      *
           select arqau01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is au01-chave
                  file status is au01-status-tn.
      *
           select arqav01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is av01-chave
                  file status is av01-status-tn.
      *
           select arqbe01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is be01-chave
                  alternate record key is be01-chave-1
                  with duplicates
                  alternate record key is be01-chave-2
                  with duplicates
                  file status is be01-status-tn.
      *
           select arqbs01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is bs01-chave
                  alternate record key is bs01-chave-1 with duplicates
                  alternate record key is bs01-chave-2 with duplicates
                  alternate record key is bs01-chave-3 with duplicates
                  file status is bs01-status-tn.
      *
           select arqbt01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is bt01-chave
                  file status is bt01-status-tn.
      *
           select arqbx01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is bx01-chave
                  alternate record key is bx01-chave-1 with duplicates
                  alternate record key is bx01-chave-2 with duplicates
                  file status is bx01-status-tn.
      *
           select arqca01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ca01-chave
                  alternate record key is ca01-chave-1 with duplicates
                  alternate record key is ca01-chave-2 with duplicates
                  file status is ca01-status-tn.
      *
           select arqcb01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is cb01-chave
                  alternate record key is cb01-chave-1 with duplicates
                  file status is cb01-status-tn.
      *
           select arqcd01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is cd01-chave
                  alternate record key is cd01-chave-1 with duplicates
                  alternate record key is cd01-chave-2 with duplicates
                  alternate record key is cd01-chave-3 with duplicates
                  alternate record key is cd01-chave-4 with duplicates
                  file status is cd01-status-tn.
      *
           select arqcd02 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is cd02-chave
                  alternate record key is cd02-chave-1 with duplicates
                  file status is cd02-status-tn.
      *
           select arqcd03 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is cd03-chave
                  alternate record key is cd03-chave-1
                  with duplicates
                  file status is cd03-status-tn.
      *
           select arqce01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ce01-chave
                  alternate record key is ce01-chave-1 with duplicates
                  file status is ce01-status-tn.
      *
           select arqce02 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ce02-chave
                  alternate record key is ce02-chave-1 with duplicates
                  file status is ce02-status-tn.
      *
           select arqce03 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  with lock on multiple records
                  record key is ce03-chave
                  alternate record key is ce03-chave-1 with duplicates
                  alternate record key is ce03-chave-2 with duplicates
                  file status is ce03-status-tn.
      *
           select arqce04 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ce04-chave
                  file status is ce04-status-tn.
      *
           select arqce05 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ce05-chave
                  alternate record key is ce05-chave-1
                  with duplicates
                  file status is ce05-status-tn.
      *
           select arqce06 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ce06-chave
                  file status is ce06-status-tn.
      *
           select arqce07 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ce07-chave
                  alternate record key is ce07-chave-1 with duplicates
                  file status is ce07-status-tn.
      *
           select arqce08 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ce08-chave
                  alternate record key is ce08-chave-1 with duplicates
                  file status is ce08-status-tn.
      *
           select arqce09 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ce09-chave
                  alternate record key is ce09-chave-1 with duplicates
                  alternate record key is ce09-chave-2 with duplicates
                  file status is ce09-status-tn.
      *
           select arqce10 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ce10-chave
                  file status is ce10-status-tn.
      *
           select arqce11 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ce11-chave
                  file status is ce11-status-tn.
      *
           select arqce12 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ce12-chave
                  file status is ce12-status-tn.
      *
           select arqce13 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is ce13-chave
                  file status is ce13-status-tn.
      *
           select arqce14 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is ce14-chave
                  file status is ce14-status-tn.
      *
           select arqch01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ch01-chave
                  alternate record key is ch01-chave-1 with duplicates
                  alternate record key is ch01-chave-2 with duplicates
                  file status is ch01-status-tn.
      *
           select arqci01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ci01-chave
                  alternate record key is ci01-chave-1
                  with duplicates
                  file status is ci01-status-tn.
      *
           select arqcm01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is cm01-chave
                  alternate record key is cm01-chave-1 with duplicates
                  alternate record key is cm01-chave-2 with duplicates
                  file status is cm01-status-tn.
      *
           select arqcm02 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is cm02-chave
                  file status is cm02-status-tn.
      *
           select arqcn01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is cn01-chave
                  alternate record key is cn01-chave-1
                  with duplicates
                  file status is cn01-status-tn.
      *
           select arqco01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is co01-chave
                  file status is co01-status-tn.
      *
           select arqcp01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is cp01-chave
                  file status is cp01-status-tn.
      *
           select arqcr01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is cr01-chave
                  alternate record key is cr01-chave-1
                  with duplicates
                  file status is cr01-status-tn.
      *
           select arqcs01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is cs01-chave
                  file status is cs01-status-tn.
      *
           select arqcs02 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is cs02-chave
                  alternate record key is cs02-chave-1
                  with duplicates
                  file status is cs02-status-tn.
      *
           select arqcv01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is cv01-chave
                  alternate record key is cv01-chave-1
                  with duplicates
                  file status is cv01-status-tn.
      *
           select arqcv02 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is cv02-chave
                  alternate record key is cv02-chave-1
                  with duplicates
                  alternate record key is cv02-chave-2
                  with duplicates
                  file status is cv02-status-tn.
      *
           select arqcx01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is cx01-chave
                  alternate record key is cx01-chave-1 with duplicates
                  file status is cx01-status-tn.
      *
           select arqda01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is da01-chave
                  alternate record key is da01-chave-1
                  with duplicates
                  file status is da01-status-tn.
      *
           select arqdf01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is df01-chave
                  alternate record key is df01-chave-1 with duplicates
                  file status is df01-status-tn.
      *
           select arqdp01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is dp01-chave
                  alternate record key is dp01-chave-1
                  with duplicates
                  file status is dp01-status-tn.
      *
           select arqdr01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is dr01-chave
                  alternate record key is dr01-chave-1 with duplicates
                  file status is dr01-status-tn.
      *
           select arqel01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is el01-chave
                  alternate record key is el01-chave-1 with duplicates
                  file status is el01-status-tn.
      *
           select arqem01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is em01-chave
                  alternate record key is em01-chave-1
                  with duplicates
                  file status is em01-status-tn.
      *
           select arqes01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is es01-chave
                  alternate record key is es01-chave-1
                  with duplicates
                  file status is es01-status-tn.
      *
           select arqet01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is et01-chave
                  alternate record key is et01-chave-1 with duplicates
                  file status is et01-status-tn.
      *
           select arqex01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ex01-chave
                  alternate record key is ex01-chave-1 with duplicates
                  alternate record key is ex01-chave-2 with duplicates
                  alternate record key is ex01-chave-3 with duplicates
                  file status is ex01-status-tn.
      *
           select arqex02 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ex02-chave
                  file status is ex02-status-tn.
      *
           select arqex03 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ex03-chave
                  file status is ex03-status-tn.
      *
           select arqfd01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is fd01-chave
                  file status is fd01-status-tn.
      *
           select arqfv01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is fv01-chave
                  alternate record key is fv01-chave-1 with duplicates
                  file status is fv01-status-tn.
      *
           select arqfx01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is fx01-chave
                  alternate record key is fx01-chave-1
                  with duplicates
                  file status is fx01-status-tn.
      *
           select arqhb01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is hb01-chave
                  alternate record key is hb01-chave-1
                  with duplicates
                  file status is hb01-status-tn.
      *
           select arqhb02 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is hb02-chave
                  file status is hb02-status-tn.
      *
           select arqhc01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is hc01-chave
                  alternate record key is hc01-chave-1 with duplicates
                  file status is hc01-status-tn.
      *
           select arqhl01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is hl01-chave
                  file status is hl01-status-tn.
      *
           select arqis01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is is01-chave
                  file status is is01-status-tn.
      *
           select arqis02 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is is02-chave
                  file status is is02-status-tn.
      *
           select arqjb01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is jb01-chave
                  alternate record key is jb01-chave-1 with duplicates
                  file status is jb01-status-tn.
      *
           select arqlc01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is lc01-chave
                  file status is lc01-status-tn.
      *
           select arqld01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ld01-chave
                  alternate record key is ld01-chave-1 with duplicates
                  file status is ld01-status-tn.
      *
           select arqle01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is le01-chave
                  alternate record key is le01-chave-1
                  with duplicates
                  file status is le01-status-tn.
      *
           select arqlk01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is lk01-chave
                  file status is lk01-status-tn.
      *
           select arqlog01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is log01-chave
                  file status is log01-status-tn.
      *
           select arqlp01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is lp01-chave
                  alternate record key is lp01-chave-1 with duplicates
                  file status is lp01-status-tn.
      *
           select arqmd01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is md01-chave
                  alternate record key is md01-chave-1 with duplicates
                  alternate record key is md01-chave-2 with duplicates
                  file status is md01-status-tn.
      *
           select arqml01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ml01-chave
                  alternate record key is ml01-chave-1 with duplicates
                  file status is ml01-status-tn.
      *
           select arqng01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ng01-chave
                  alternate record key is ng01-chave-1 with duplicates
                  file status is ng01-status-tn.
      *
           select arqor01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is or01-chave
                  alternate record key is or01-chave-1
                  with duplicates
                  file status is or01-status-tn.
      *
           select arqov01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ov01-chave
                  alternate record key is ov01-chave-1 with duplicates
                  file status is ov01-status-tn.
      *
           select arqpa01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is pa01-chave
                  alternate record key is pa01-chave-1
                  with duplicates
                  file status is pa01-status-tn.
      *
           select arqpa02 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is pa02-chave
                  alternate record key is pa02-chave-1
                  with duplicates
                  file status is pa02-status-tn.
      *
           select arqpa03 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is pa03-chave
                  alternate record key is pa03-chave-1 with duplicates
                  file status is pa03-status-tn.
      *
           select arqpc01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is pc01-chave
                  alternate record key is pc01-chave-1 with duplicates
                  file status is pc01-status-tn.
      *
           select arqpd01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is pd01-chave
                  alternate record key is pd01-chave-1
                  with duplicates
                  alternate record key is pd01-chave-2
                  with duplicates
                  file status is pd01-status-tn.
      *
           select arqpj01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is pj01-chave
                  alternate record key is pj01-chave-1 with duplicates
                  file status is pj01-status-tn.
      *
           select arqpj02 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is pj02-chave
                  file status is pj02-status-tn.
      *
           select arqpl01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is pl01-chave
                  alternate record key is pl01-chave-1
                  with duplicates
                  alternate record key is pl01-chave-2
                  with duplicates
                  file status is pl01-status-tn.
      *
           select arqpp01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is pp01-chave
                  file status is pp01-status-tn.
      *
           select arqpq01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is pq01-chave
                  file status is pq01-status-tn.
      *
           select arqpq02 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is pq02-chave
                  alternate record key is pq02-chave-1
                  with duplicates
                  alternate record key is pq02-chave-2
                  with duplicates
                  file status is pq02-status-tn.
      *
           select arqpr01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is pr01-chave
                  alternate record key is pr01-chave-1 with duplicates
                  file status is pr01-status-tn.
      *
           select arqpt01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is pt01-chave
                  alternate record key is pt01-chave-1
                  with duplicates
                  file status is pt01-status-tn.
      *
           select arqpu01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is pu01-chave
                  alternate record key is pu01-chave-1 with duplicates
                  alternate record key is pu01-chave-2 with duplicates
                  file status is pu01-status-tn.
      *
           select arqpu02 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is pu02-chave
                  file status is pu02-status-tn.
      *
           select arqpv01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is pv01-chave
                  file status is pv01-status-tn.
      *
           select arqqd01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is qd01-chave
                  file status is qd01-status-tn.
      *
           select arqqt01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is qt01-chave
                  file status is qt01-status-tn.
      *
           select arqqt02 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is qt02-chave
                  alternate record key is qt02-chave-1 with duplicates
                  file status is qt02-status-tn.
      *
           select arqqt03 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is qt03-chave
                  file status is qt03-status-tn.
      *
           select arqra01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ra01-chave
                  alternate record key is ra01-chave-1 with duplicates
                  file status is ra01-status-tn.
      *
           select arqrb01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is rb01-chave
                  alternate record key is rb01-chave-1 with duplicates
                  alternate record key is rb01-chave-2 with duplicates
                  file status is rb01-status-tn.
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
                  file status is rc01-status-tn.
      *
           select arqrd01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is rd01-chave
                  file status is rd01-status-tn.
      *
           select arqrd02 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is rd02-chave
                  alternate record key is rd02-chave-1 with duplicates
                  file status is rd02-status-tn.
      *
           select arqrd03 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is rd03-chave
                  file status is rd03-status-tn.
      *
           select arqrd04 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is rd04-chave
                  alternate record key is rd04-chave-1 with duplicates
                  alternate record key is rd04-chave-2 with duplicates
                  file status is rd04-status-tn.
      *
           select arqre01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is re01-chave
                  alternate record key is re01-chave-1 with duplicates
                  alternate record key is re01-chave-2 with duplicates
                  file status is re01-status-tn.
      *
           select arqrk01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is rk01-chave
                  file status is rk01-status-tn.
      *
           select arqrl01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is rl01-chave
                  file status is rl01-status-tn.
      *
           select arqrn01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is rn01-chave
                  alternate record key is rn01-chave-1
                  with duplicates
                  file status is rn01-status-tn.
      *
           select arqrp01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is rp01-chave
                  alternate record key is rp01-chave-1 with duplicates
                  alternate record key is rp01-chave-2 with duplicates
                  file status is rp01-status-tn.
      *
           select arqrs01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is rs01-chave
                  alternate record key is rs01-chave-1 with duplicates
                  alternate record key is rs01-chave-2 with duplicates
                  file status is rs01-status-tn.
      *
           select arqsa01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is sa01-chave
                  file status is sa01-status-tn.
      *
           select arqsl01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is sl01-chave
                  alternate record key is sl01-chave-1 with duplicates
                  alternate record key is sl01-chave-2 with duplicates
                  alternate record key is sl01-chave-3 with duplicates
                  alternate record key is sl01-chave-4 with duplicates
                  file status is sl01-status-tn.
      *
           select arqsl02 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is sl02-chave
                  alternate record key is sl02-chave-1 with duplicates
                  file status is sl02-status-tn.
      *
           select arqsm01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is sm01-chave
                  file status is sm01-status-tn.
      *
           select arqsn01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is sn01-chave
                  file status is sn01-status-tn.
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
                  file status is sp01-status-tn.
      *
           select arqss01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ss01-chave
                  file status is ss01-status-tn.
      *
           select arqtabl assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is tabl-chave
                  alternate record key is tabl-chave-1 with duplicates
                  file status is tabl-status-tn.
      *
           select arqtc01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is tc01-chave
                  alternate record key is tc01-chave-1 with duplicates
                  file status is tc01-status-tn.
      *
           select arqtc02 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is tc02-chave
                  alternate record key is tc02-chave-1 with duplicates
                  file status is tc02-status-tn.
      *
           select arqtc03 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is tc03-chave
                  file status is tc03-status-tn.
      *
           select arqtc04 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is tc04-chave
                  file status is tc04-status-tn.
      *
           select arqtr01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is tr01-chave
                  alternate record key is tr01-chave-1 with duplicates
                  file status is tr01-status-tn.
      *
           select arqtx01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is tx01-chave
                  file status is tx01-status-tn.
      *
           select arqusr assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is usr-chave
                  file status is usr-status-tn.
      *
           select arqvg01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is vg01-chave
                  alternate record key is vg01-chave-1 with duplicates
                  file status is vg01-status-tn.
      *
           select arqvg02 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is vg02-chave
                  file status is vg02-status-tn.
      *
           select arqwb03 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is wb03-chave
                  alternate record key is wb03-chave-1 with duplicates
                  file status is wb03-status-tn.
      *
           select arqimp assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is imp-status.
      *
           select arqtrb assign to disk
                  organization is sequential
                  lock mode is manual
                  file status is trb-status.
      *
       data division.
       file section.
      *
       copy fdab01.lib.
      *
       copy fdab02.lib.
      *
       copy fdab03.lib.
      *
       copy fdab04.lib.
      *
       copy fdab05.lib.
      *
       copy fdab08.lib.
      *
       copy fdag01.lib.
      *
       copy fdam01.lib.
      *
       copy fdap01.lib.
      *
       copy fdas01.lib.
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
       copy fdbs01.lib.
      *
       copy fdbt01.lib.
      *
       copy fdbx01.lib.
      *
       copy fdca01.lib.
      *
       copy fdcb01.lib.
      *
       copy fdcd01.lib.
      *
       copy fdcd02.lib.
      *
       copy fdcd03.lib.
      *
       copy fdce01.lib.
      *
       copy fdce02.lib.
      *
       copy fdce03.lib.
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
       copy fdco01.lib.
      *
       copy fdcp01.lib.
      *
       copy fdcr01.lib.
      *
       copy fdcs01.lib.
      *
       copy fdcs02.lib.
      *
       copy fdcv01.lib.
      *
       copy fdcv02.lib.
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
       copy fdes01.lib.
      *
       copy fdet01.lib.
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
       copy fdhb01.lib.
      *
       copy fdhb02.lib.
      *
       copy fdhc01.lib.
      *
       copy fdhl01.lib.
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
       copy fdlog01.lib.
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
       copy fdsp01.lib.
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
       fd arqimp
          label record is standard
          value of file-id is impress
          data record is reg-imp.
      *
       01 reg-imp                      pic x(132).
      *
      *  Passagem de um registro entre a leitura de producao e a
      *  gravacao no destino
      *
       fd arqtrb
          label record is standard
          value of file-id is nome-trb
          data record is reg-trb.
      *
       01 reg-trb                      pic x(700).
      *
       working-storage section.
      *
       01 ab01-status-tn                pic x(02) value "00".
       01 nome-arq-ab01                 pic x(40) value
          "AB2\ARQAB01A.DAT".
      *
       01 ab02-status-tn                pic x(02) value "00".
       01 nome-arq-ab02                 pic x(40) value
          "AB2\ARQAB02A.DAT".
      *
       01 ab03-status-tn                pic x(02) value "00".
       01 nome-arq-ab03                 pic x(40) value
          "AB2\ARQAB03A.DAT".
      *
       01 ab04-status-tn                pic x(02) value "00".
       01 nome-arq-ab04                 pic x(40) value
          "AB2\ARQAB04A.DAT".
      *
       01 ab05-status-tn                pic x(02) value "00".
       01 nome-arq-ab05                 pic x(40) value
          "AB3\ARQAB05A.DAT".
      *
       01 ab08-status-tn                pic x(02) value "00".
       01 nome-arq-ab08                 pic x(40) value
          "AB2\ARQAB08A.DAT".
      *
       01 ag01-status-tn                pic x(02) value "00".
       01 nome-arq-ag01                 pic x(40) value
          "AG2\ARQAG01A.DAT".
      *
       01 am01-status-tn                pic x(02) value "00".
       01 nome-arq-am01                 pic x(40) value
          "AB2\ARQAM01A.DAT".
      *
       01 ap01-status-tn                pic x(02) value "00".
       01 nome-arq-ap01                 pic x(40) value
          "RC2\ARQAP01A.DAT".
      *
       01 as01-status-tn                pic x(02) value "00".
       01 nome-arq-as01                 pic x(40) value
          "AB2\ARQAS01A.DAT".
      *
       01 at01-status-tn                pic x(02) value "00".
       01 nome-arq-at01                 pic x(40) value
          "AT2\ARQAT01A.DAT".
      *
       01 at02-status-tn                pic x(02) value "00".
       01 nome-arq-at02                 pic x(40) value
          "AT2\ARQAT02A.DAT".
      *
       01 au01-status-tn                pic x(02) value "00".
       01 nome-arq-au01                 pic x(40) value
          "RE2\ARQAU01A.DAT".
      *
       01 av01-status-tn                pic x(02) value "00".
       01 nome-arq-av01                 pic x(40) value
          "LOG\ARQAV01A.DAT".
      *
       01 be01-status-tn                pic x(02) value "00".
       01 nome-arq-be01                 pic x(40) value
          "RE2\ARQBE01A.DAT".
      *
       01 bs01-status-tn                pic x(02) value "00".
       01 nome-arq-bs01                 pic x(40) value
          "AB2\ARQBS01A.DAT".
      *
       01 bt01-status-tn                pic x(02) value "00".
       01 nome-arq-bt01                 pic x(40) value
          "TBL\ARQBT01A.DAT".
      *
       01 bx01-status-tn                pic x(02) value "00".
       01 nome-arq-bx01                 pic x(40) value
          "RC2\ARQBX01A.DAT".
      *
       01 ca01-status-tn                pic x(02) value "00".
       01 nome-arq-ca01                 pic x(40) value
          "RC2\ARQCA01A.DAT".
      *
       01 cb01-status-tn                pic x(02) value "00".
       01 nome-arq-cb01                 pic x(40) value
          "RC2\ARQCB01A.DAT".
      *
       01 cd01-status-tn                pic x(02) value "00".
       01 nome-arq-cd01                 pic x(40) value
          "CD1\ARQCD01A.DAT".
      *
       01 cd02-status-tn                pic x(02) value "00".
       01 nome-arq-cd02                 pic x(40) value
          "CD1\ARQCD02A.DAT".
      *
       01 cd03-status-tn                pic x(02) value "00".
       01 nome-arq-cd03                 pic x(40) value
          "CD1\ARQCD03A.DAT".
      *
       01 ce01-status-tn                pic x(02) value "00".
       01 nome-arq-ce01                 pic x(40) value
          "CE2\ARQCE01A.DAT".
      *
       01 ce02-status-tn                pic x(02) value "00".
       01 nome-arq-ce02                 pic x(40) value
          "CE2\ARQCE02A.DAT".
      *
       01 ce03-status-tn                pic x(02) value "00".
       01 nome-arq-ce03                 pic x(40) value
          "CE2\ARQCE03A.DAT".
      *
       01 ce04-status-tn                pic x(02) value "00".
       01 nome-arq-ce04                 pic x(40) value
          "CE2\ARQCE04A.DAT".
      *
       01 ce05-status-tn                pic x(02) value "00".
       01 nome-arq-ce05                 pic x(40) value
          "CE2\ARQCE05A.DAT".
      *
       01 ce06-status-tn                pic x(02) value "00".
       01 nome-arq-ce06                 pic x(40) value
          "CE2\ARQCE06A.DAT".
      *
       01 ce07-status-tn                pic x(02) value "00".
       01 nome-arq-ce07                 pic x(40) value
          "CE2\ARQCE07A.DAT".
      *
       01 ce08-status-tn                pic x(02) value "00".
       01 nome-arq-ce08                 pic x(40) value
          "CE2\ARQCE08A.DAT".
      *
       01 ce09-status-tn                pic x(02) value "00".
       01 nome-arq-ce09                 pic x(40) value
          "CE2\ARQCE09A.DAT".
      *
       01 ce10-status-tn                pic x(02) value "00".
       01 nome-arq-ce10                 pic x(40) value
          "CE2\ARQCE10A.DAT".
      *
       01 ce11-status-tn                pic x(02) value "00".
       01 nome-arq-ce11                 pic x(40) value
          "CE2\ARQCE11A.DAT".
      *
       01 ce12-status-tn                pic x(02) value "00".
       01 nome-arq-ce12                 pic x(40) value
          "CE2\ARQCE12A.DAT".
      *
       01 ce13-status-tn                pic x(02) value "00".
       01 nome-arq-ce13                 pic x(40) value
          "CE2\ARQCE13A.DAT".
      *
       01 ce14-status-tn                pic x(02) value "00".
       01 nome-arq-ce14                 pic x(40) value
          "CE2\ARQCE14A.DAT".
      *
       01 ch01-status-tn                pic x(02) value "00".
       01 nome-arq-ch01                 pic x(40) value
          "RC2\ARQCH01A.DAT".
      *
       01 ci01-status-tn                pic x(02) value "00".
       01 nome-arq-ci01                 pic x(40) value
          "AB2\ARQCI01A.DAT".
      *
       01 cm01-status-tn                pic x(02) value "00".
       01 nome-arq-cm01                 pic x(40) value
          "AB3\ARQCM01A.DAT".
      *
       01 cm02-status-tn                pic x(02) value "00".
       01 nome-arq-cm02                 pic x(40) value
          "AB3\ARQCM02A.DAT".
      *
       01 cn01-status-tn                pic x(02) value "00".
       01 nome-arq-cn01                 pic x(40) value
          "RE2\ARQCN01A.DAT".
      *
       01 co01-status-tn                pic x(02) value "00".
       01 nome-arq-co01                 pic x(40) value
          "CO1\ARQCO01A.DAT".
      *
       01 cp01-status-tn                pic x(02) value "00".
       01 nome-arq-cp01                 pic x(40) value
          "CD2\ARQCP01A.DAT".
      *
       01 cr01-status-tn                pic x(02) value "00".
       01 nome-arq-cr01                 pic x(40) value
          "RC2\ARQCR01A.DAT".
      *
       01 cs01-status-tn                pic x(02) value "00".
       01 nome-arq-cs01                 pic x(40) value
          "AB2\ARQCS01A.DAT".
      *
       01 cs02-status-tn                pic x(02) value "00".
       01 nome-arq-cs02                 pic x(40) value
          "AB2\ARQCS02A.DAT".
      *
       01 cv01-status-tn                pic x(02) value "00".
       01 nome-arq-cv01                 pic x(40) value
          "AB2\ARQCV01A.DAT".
      *
       01 cv02-status-tn                pic x(02) value "00".
       01 nome-arq-cv02                 pic x(40) value
          "AB2\ARQCV02A.DAT".
      *
       01 cx01-status-tn                pic x(02) value "00".
       01 nome-arq-cx01                 pic x(40) value
          "RC2\ARQCX01A.DAT".
      *
       01 da01-status-tn                pic x(02) value "00".
       01 nome-arq-da01                 pic x(40) value
          "RC2\ARQDA01A.DAT".
      *
       01 df01-status-tn                pic x(02) value "00".
       01 nome-arq-df01                 pic x(40) value
          "RE2\ARQDF01A.DAT".
      *
       01 dp01-status-tn                pic x(02) value "00".
       01 nome-arq-dp01                 pic x(40) value
          "CD2\ARQDP01A.DAT".
      *
       01 dr01-status-tn                pic x(02) value "00".
       01 nome-arq-dr01                 pic x(40) value
          "AB2\ARQDR01A.DAT".
      *
       01 el01-status-tn                pic x(02) value "00".
       01 nome-arq-el01                 pic x(40) value
          "EML\ARQEL01A.DAT".
      *
       01 em01-status-tn                pic x(02) value "00".
       01 nome-arq-em01                 pic x(40) value
          "CE2\ARQEM01A.DAT".
      *
       01 es01-status-tn                pic x(02) value "00".
       01 nome-arq-es01                 pic x(40) value
          "EX2\ARQES01A.DAT".
      *
       01 et01-status-tn                pic x(02) value "00".
       01 nome-arq-et01                 pic x(40) value
          "AB2\ARQET01A.DAT".
      *
       01 ex01-status-tn                pic x(02) value "00".
       01 nome-arq-ex01                 pic x(40) value
          "EX2\ARQEX01A.DAT".
      *
       01 ex02-status-tn                pic x(02) value "00".
       01 nome-arq-ex02                 pic x(40) value
          "EX2\ARQEX02A.DAT".
      *
       01 ex03-status-tn                pic x(02) value "00".
       01 nome-arq-ex03                 pic x(40) value
          "EX2\ARQEX03A.DAT".
      *
       01 fd01-status-tn                pic x(02) value "00".
       01 nome-arq-fd01                 pic x(40) value
          "RC2\ARQFD01A.DAT".
      *
       01 fv01-status-tn                pic x(02) value "00".
       01 nome-arq-fv01                 pic x(40) value
          "RC2\ARQFV01A.DAT".
      *
       01 fx01-status-tn                pic x(02) value "00".
       01 nome-arq-fx01                 pic x(40) value
          "FAX\ARQFX01A.DAT".
      *
       01 hb01-status-tn                pic x(02) value "00".
       01 nome-arq-hb01                 pic x(40) value
          "SL1\ARQHB01A.DAT".
      *
       01 hb02-status-tn                pic x(02) value "00".
       01 nome-arq-hb02                 pic x(40) value
          "SL1\ARQHB02A.DAT".
      *
       01 hc01-status-tn                pic x(02) value "00".
       01 nome-arq-hc01                 pic x(40) value
          "AB2\ARQHC01A.DAT".
      *
       01 hl01-status-tn                pic x(02) value "00".
       01 nome-arq-hl01                 pic x(40) value
          "TBL\ARQHL01A.DAT".
      *
       01 is01-status-tn                pic x(02) value "00".
       01 nome-arq-is01                 pic x(40) value
          "AB2\ARQIS01A.DAT".
      *
       01 is02-status-tn                pic x(02) value "00".
       01 nome-arq-is02                 pic x(40) value
          "AB2\ARQIS02A.DAT".
      *
       01 jb01-status-tn                pic x(02) value "00".
       01 nome-arq-jb01                 pic x(40) value
          "TBL\ARQJB01A.DAT".
      *
       01 lc01-status-tn                pic x(02) value "00".
       01 nome-arq-lc01                 pic x(40) value
          "AB2\ARQLC01A.DAT".
      *
       01 ld01-status-tn                pic x(02) value "00".
       01 nome-arq-ld01                 pic x(40) value
          "RC2\ARQLD01A.DAT".
      *
       01 le01-status-tn                pic x(02) value "00".
       01 nome-arq-le01                 pic x(40) value
          "SL1\ARQLE01A.DAT".
      *
       01 lk01-status-tn                pic x(02) value "00".
       01 nome-arq-lk01                 pic x(40) value
          "TBL\ARQLK01A.DAT".
      *
       01 log01-status-tn               pic x(02) value "00".
       01 nome-arq-log01                pic x(40) value
          "LOG\ARQLOG01.DAT".
      *
       01 lp01-status-tn                pic x(02) value "00".
       01 nome-arq-lp01                 pic x(40) value
          "AB2\ARQLP01A.DAT".
      *
       01 md01-status-tn                pic x(02) value "00".
       01 nome-arq-md01                 pic x(40) value
          "AB2\ARQMD01A.DAT".
      *
       01 ml01-status-tn                pic x(02) value "00".
       01 nome-arq-ml01                 pic x(40) value
          "EML\ARQML01A.DAT".
      *
       01 ng01-status-tn                pic x(02) value "00".
       01 nome-arq-ng01                 pic x(40) value
          "RC2\ARQNG01A.DAT".
      *
       01 or01-status-tn                pic x(02) value "00".
       01 nome-arq-or01                 pic x(40) value
          "RC2\ARQOR01A.DAT".
      *
       01 ov01-status-tn                pic x(02) value "00".
       01 nome-arq-ov01                 pic x(40) value
          "AB2\ARQOV01A.DAT".
      *
       01 pa01-status-tn                pic x(02) value "00".
       01 nome-arq-pa01                 pic x(40) value
          "SL1\ARQPA01A.DAT".
      *
       01 pa02-status-tn                pic x(02) value "00".
       01 nome-arq-pa02                 pic x(40) value
          "SL1\ARQPA02A.DAT".
      *
       01 pa03-status-tn                pic x(02) value "00".
       01 nome-arq-pa03                 pic x(40) value
          "SL1\ARQPA03A.DAT".
      *
       01 pc01-status-tn                pic x(02) value "00".
       01 nome-arq-pc01                 pic x(40) value
          "CE2\ARQPC01A.DAT".
      *
       01 pd01-status-tn                pic x(02) value "00".
       01 nome-arq-pd01                 pic x(40) value
          "RC2\ARQPD01A.DAT".
      *
       01 pj01-status-tn                pic x(02) value "00".
       01 nome-arq-pj01                 pic x(40) value
          "AB2\ARQPJ01A.DAT".
      *
       01 pj02-status-tn                pic x(02) value "00".
       01 nome-arq-pj02                 pic x(40) value
          "AB2\ARQPJ02A.DAT".
      *
       01 pl01-status-tn                pic x(02) value "00".
       01 nome-arq-pl01                 pic x(40) value
          "AB2\ARQPL01A.DAT".
      *
       01 pp01-status-tn                pic x(02) value "00".
       01 nome-arq-pp01                 pic x(40) value
          "AB2\ARQPP01A.DAT".
      *
       01 pq01-status-tn                pic x(02) value "00".
       01 nome-arq-pq01                 pic x(40) value
          "AB2\ARQPQ01A.DAT".
      *
       01 pq02-status-tn                pic x(02) value "00".
       01 nome-arq-pq02                 pic x(40) value
          "AB2\ARQPQ02A.DAT".
      *
       01 pr01-status-tn                pic x(02) value "00".
       01 nome-arq-pr01                 pic x(40) value
          "AB2\ARQPR01A.DAT".
      *
       01 pt01-status-tn                pic x(02) value "00".
       01 nome-arq-pt01                 pic x(40) value
          "CE2\ARQPT01A.DAT".
      *
       01 pu01-status-tn                pic x(02) value "00".
       01 nome-arq-pu01                 pic x(40) value
          "CE2\ARQPU01A.DAT".
      *
       01 pu02-status-tn                pic x(02) value "00".
       01 nome-arq-pu02                 pic x(40) value
          "CE2\ARQPU02A.DAT".
      *
       01 pv01-status-tn                pic x(02) value "00".
       01 nome-arq-pv01                 pic x(40) value
          "RC2\ARQPV01A.DAT".
      *
       01 qd01-status-tn                pic x(02) value "00".
       01 nome-arq-qd01                 pic x(40) value
          "RC2\ARQQD01A.DAT".
      *
       01 qt01-status-tn                pic x(02) value "00".
       01 nome-arq-qt01                 pic x(40) value
          "SL1\ARQQT01A.DAT".
      *
       01 qt02-status-tn                pic x(02) value "00".
       01 nome-arq-qt02                 pic x(40) value
          "SL1\ARQQT02A.DAT".
      *
       01 qt03-status-tn                pic x(02) value "00".
       01 nome-arq-qt03                 pic x(40) value
          "SL1\ARQQT03A.DAT".
      *
       01 ra01-status-tn                pic x(02) value "00".
       01 nome-arq-ra01                 pic x(40) value
          "RE2\ARQRA01A.DAT".
      *
       01 rb01-status-tn                pic x(02) value "00".
       01 nome-arq-rb01                 pic x(40) value
          "AB2\ARQRB01A.DAT".
      *
       01 rc01-status-tn                pic x(02) value "00".
       01 nome-arq-rc01                 pic x(40) value
          "RC2\ARQRC01A.DAT".
      *
       01 rd01-status-tn                pic x(02) value "00".
       01 nome-arq-rd01                 pic x(40) value
          "SL1\ARQRD01A.DAT".
      *
       01 rd02-status-tn                pic x(02) value "00".
       01 nome-arq-rd02                 pic x(40) value
          "SL1\ARQRD02A.DAT".
      *
       01 rd03-status-tn                pic x(02) value "00".
       01 nome-arq-rd03                 pic x(40) value
          "SL1\ARQRD03A.DAT".
      *
       01 rd04-status-tn                pic x(02) value "00".
       01 nome-arq-rd04                 pic x(40) value
          "SL1\ARQRD04A.DAT".
      *
       01 re01-status-tn                pic x(02) value "00".
       01 nome-arq-re01                 pic x(40) value
          "RE2\ARQRE01A.DAT".
      *
       01 rk01-status-tn                pic x(02) value "00".
       01 nome-arq-rk01                 pic x(40) value
          "AB2\ARQRK01A.DAT".
      *
       01 rl01-status-tn                pic x(02) value "00".
       01 nome-arq-rl01                 pic x(40) value
          "TBL\ARQRL01A.DAT".
      *
       01 rn01-status-tn                pic x(02) value "00".
       01 nome-arq-rn01                 pic x(40) value
          "RC2\ARQRN01A.DAT".
      *
       01 rp01-status-tn                pic x(02) value "00".
       01 nome-arq-rp01                 pic x(40) value
          "RC2\ARQRP01A.DAT".
      *
       01 rs01-status-tn                pic x(02) value "00".
       01 nome-arq-rs01                 pic x(40) value
          "AB2\ARQRS01A.DAT".
      *
       01 sa01-status-tn                pic x(02) value "00".
       01 nome-arq-sa01                 pic x(40) value
          "RC2\ARQSA01A.DAT".
      *
       01 sl01-status-tn                pic x(02) value "00".
       01 nome-arq-sl01                 pic x(40) value
          "SL1\ARQSL01A.DAT".
      *
       01 sl02-status-tn                pic x(02) value "00".
       01 nome-arq-sl02                 pic x(40) value
          "SL1\ARQSL02A.DAT".
      *
       01 sm01-status-tn                pic x(02) value "00".
       01 nome-arq-sm01                 pic x(40) value
          "RC2\ARQSM01A.DAT".
      *
       01 sn01-status-tn                pic x(02) value "00".
       01 nome-arq-sn01                 pic x(40) value
          "RC2\ARQSN01A.DAT".
      *
       01 sp01-status-tn                pic x(02) value "00".
       01 nome-arq-sp01                 pic x(40) value
          "SPL\ARQSP01A.DAT".
      *
       01 ss01-status-tn                pic x(02) value "00".
       01 nome-arq-ss01                 pic x(40) value
          "TBL\ARQSS01A.DAT".
      *
       01 tabl-status-tn                pic x(02) value "00".
       01 nome-arq-tabl                 pic x(40) value
          "TBL\ARQTABLA.DAT".
      *
       01 tc01-status-tn                pic x(02) value "00".
       01 nome-arq-tc01                 pic x(40) value
          "AB2\ARQTC01A.DAT".
      *
       01 tc02-status-tn                pic x(02) value "00".
       01 nome-arq-tc02                 pic x(40) value
          "AB2\ARQTC02A.DAT".
      *
       01 tc03-status-tn                pic x(02) value "00".
       01 nome-arq-tc03                 pic x(40) value
          "AB2\ARQTC03A.DAT".
      *
       01 tc04-status-tn                pic x(02) value "00".
       01 nome-arq-tc04                 pic x(40) value
          "AB2\ARQTC04A.DAT".
      *
       01 tr01-status-tn                pic x(02) value "00".
       01 nome-arq-tr01                 pic x(40) value
          "AB3\ARQTR01A.DAT".
      *
       01 tx01-status-tn                pic x(02) value "00".
       01 nome-arq-tx01                 pic x(40) value
          "CD2\ARQTX01A.DAT".
      *
       01 usr-status-tn                 pic x(02) value "00".
       01 nome-arq-usr                  pic x(40) value
          "USR\ARQUSR00.DAT".
      *
       01 vg01-status-tn                pic x(02) value "00".
       01 nome-arq-vg01                 pic x(40) value
          "RE2\ARQVG01A.DAT".
      *
       01 vg02-status-tn                pic x(02) value "00".
       01 nome-arq-vg02                 pic x(40) value
          "RE2\ARQVG02A.DAT".
      *
       01 wb03-status-tn                pic x(02) value "00".
       01 nome-arq-wb03                 pic x(40) value
          "AB2\ARQWB03A.DAT".
      *
       01 imp-status                   pic x(02) value "00".
       01 imp-stat                     pic x(01) value "F".
       01 impress                      pic x(12) value spaces.
      *
       01 trb-status                   pic x(02) value "00".
       01 nome-trb                     pic x(40) value spaces.
      *
       01 nome-prod                    pic x(40) value spaces.
       01 nome-treino                  pic x(40) value spaces.
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGTN01".
          02 cb-versao                 pic x(06) value "v1.01 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 linha                        pic 9(03) comp-5 value 0.
       01 pagina                       pic 9(03) value 0.
       01 tracos                       pic x(132) value all "-".
      *
       01 campos.
          02 destino                   pic x(20) value spaces.
          02 dest-tam                  pic 9(02) comp-5 value 0.
      *
       01 arquivo-corr                 pic x(08) value spaces.
       01 cont-orig                    pic 9(07) value 0.
       01 cont-copia                   pic 9(07) value 0.
       01 cont-emb                     pic 9(07) value 0.
       01 cont-difer                   pic 9(07) value 0.
       01 flag-resultado               pic x(01) value spaces.
       01 tot-copiados                 pic 9(03) value 0.
       01 tot-ausentes                 pic 9(03) value 0.
       01 tot-erros                    pic 9(03) value 0.
       01 tot-registros                pic 9(09) value 0.
       01 tot-embaralhados             pic 9(09) value 0.
      *
      *  Embaralhamento: cada letra/digito anda no alfabeto pela
      *  chave da posicao mais o valor original do caracter anterior
      *
       01 emb-texto                    pic x(60) value spaces.
       01 emb-numero                   pic 9(14) value 0.
       01 emb-pos                      pic 9(02) comp-5 value 0.
       01 emb-ind                      pic 9(02) comp-5 value 0.
       01 emb-ant                      pic 9(02) comp-5 value 0.
       01 emb-novo                     pic 9(03) comp-5 value 0.
       01 emb-quoc                     pic 9(03) comp-5 value 0.
       01 emb-resto                    pic 9(02) comp-5 value 0.
       01 emb-car                      pic x(01) value spaces.
       01 emb-maiusc                   pic x(26) value
          "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 emb-minusc                   pic x(26) value
          "abcdefghijklmnopqrstuvwxyz".
       01 emb-digitos                  pic x(10) value "0123456789".
       01 emb-chave-x.
          02 filler                    pic x(30) value
             "739154062817364950281739460518".
          02 filler                    pic x(30) value
             "264803915726180439572613084952".
       01 emb-chave-r redefines emb-chave-x.
          02 emb-chave                 pic 9(01) occurs 60.
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
          02 cab-titulo                pic x(40) value
             "Copia p/ Treinamento / Teste".
          02 filler                    pic x(11) value spaces.
          02 cab-data                  pic x(08) value spaces.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(05) value "Pag. ".
          02 cab-pagina                pic 9(04) value 0.
      *
       01 cab-destino.
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(10) value "Destino : ".
          02 cab-dir                   pic x(20) value spaces.
      *
       01 cab-tit.
          02 filler                    pic x(10) value "Arquivo".
          02 filler                    pic x(12) value "  Lidos".
          02 filler                    pic x(12) value "  Gravados".
          02 filler                    pic x(14) value "  Embaralhados".
          02 filler                    pic x(12) value "  Rejeitados".
          02 filler                    pic x(04) value spaces.
          02 filler                    pic x(10) value "Situacao".
      *
       01 det-lin.
          02 det-arquivo               pic x(08) value spaces.
          02 filler                    pic x(02) value spaces.
          02 det-lidos                 pic z.zzz.zz9.
          02 filler                    pic x(03) value spaces.
          02 det-gravados              pic z.zzz.zz9.
          02 filler                    pic x(05) value spaces.
          02 det-embaralhados          pic z.zzz.zz9.
          02 filler                    pic x(03) value spaces.
          02 det-rejeitados            pic z.zzz.zz9.
          02 filler                    pic x(04) value spaces.
          02 det-situacao              pic x(10) value spaces.
      *
       01 tot-lin.
          02 filler                    pic x(08) value "Total".
          02 tot-lin-lidos             pic zzz.zzz.zz9.
          02 filler                    pic x(15) value spaces.
          02 tot-lin-emb               pic zzz.zzz.zz9.
          02 filler                    pic x(04) value spaces.
          02 tot-lin-arq               pic x(50) value spaces.
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
          02 line 04 column 44 foreground-color 06 background-color 01
             highlight value "Copia p/ Treinamento / Teste".
          02 line 06 column 06 foreground-color 06 background-color 01
             highlight value "Destino..............:".
          02 line 08 column 06 foreground-color 06 background-color 01
             highlight value "Dados pessoais embaralhados na copia;".
          02 line 09 column 06 foreground-color 06 background-color 01
             highlight value "a producao nao e alterada.".
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
           perform sec-treino.
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
                 move " Erro de impressao - Tecle <Enter>" to mensagem
                 display tela-erro-cad
                 perform rot-keypress
                 display tela-limpa-cad
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
           move destino to cab-dir.
           write reg-imp from cab-destino after 1 line.
           write reg-imp from spaces after 1 line.
           write reg-imp from tracos after 1 line.
           write reg-imp from cab-tit after 1 line.
           write reg-imp from tracos after 1 line.
      *
      *    Nome do arquivo no destino: diretorio de treinamento
      *    seguido do caminho de producao
      *
       rot-nome-treino.
           move spaces to nome-treino nome-trb.
           string destino delimited by " "
                  nome-prod delimited by " "
                  into nome-treino
           end-string.
           string destino delimited by " "
                  "ARQTRN00.TMP" delimited by size
                  into nome-trb
           end-string.
      *
      *    Linha do relatorio de um arquivo copiado
      *
       rot-resultado.
           move arquivo-corr to det-arquivo.
           move cont-orig to det-lidos.
           move cont-copia to det-gravados.
           move cont-emb to det-embaralhados.
           move cont-difer to det-rejeitados.
           evaluate true
                    when flag-resultado = "A"
                         move "AUSENTE" to det-situacao
                         add 1 to tot-ausentes
                    when flag-resultado = "E"
                         move "ERRO" to det-situacao
                         add 1 to tot-erros
                    when cont-difer not = 0 or
                         cont-copia not = cont-orig
                         move "DIVERG" to det-situacao
                         add 1 to tot-erros
                    when other
                         move "OK" to det-situacao
                         add 1 to tot-copiados
           end-evaluate.
           add cont-orig to tot-registros.
           add cont-emb to tot-embaralhados.
           if linha > 56
              perform rot-cabec
           end-if.
           write reg-imp from det-lin after 1 line.
           add 1 to linha.
      *
      *    Embaralha emb-texto posicao a posicao; brancos, acentos e
      *    pontuacao ficam como estao
      *
       rot-embaralha.
           move 0 to emb-ant.
           perform rot-emb-car thru rot-emb-car-fim
                   varying emb-pos from 1 by 1 until emb-pos > 60.
       rot-embaralha-fim.
           exit.
      *
       rot-emb-car.
           move emb-texto(emb-pos:1) to emb-car.
           if emb-car = space
              go to rot-emb-car-fim
           end-if.
           move 0 to emb-ind.
           inspect emb-maiusc tallying emb-ind
                   for characters before initial emb-car.
           if emb-ind < 26
              compute emb-novo = emb-ind + emb-chave(emb-pos) + emb-ant
              divide emb-novo by 26 giving emb-quoc
                     remainder emb-resto
              move emb-maiusc(emb-resto + 1:1) to emb-texto(emb-pos:1)
              move emb-ind to emb-ant
              go to rot-emb-car-fim
           end-if.
           move 0 to emb-ind.
           inspect emb-minusc tallying emb-ind
                   for characters before initial emb-car.
           if emb-ind < 26
              compute emb-novo = emb-ind + emb-chave(emb-pos) + emb-ant
              divide emb-novo by 26 giving emb-quoc
                     remainder emb-resto
              move emb-minusc(emb-resto + 1:1) to emb-texto(emb-pos:1)
              move emb-ind to emb-ant
              go to rot-emb-car-fim
           end-if.
           move 0 to emb-ind.
           inspect emb-digitos tallying emb-ind
                   for characters before initial emb-car.
           if emb-ind < 10
              compute emb-novo = emb-ind + emb-chave(emb-pos) + emb-ant
              divide emb-novo by 10 giving emb-quoc
                     remainder emb-resto
              move emb-digitos(emb-resto + 1:1) to emb-texto(emb-pos:1)
              move emb-ind to emb-ant
           end-if.
       rot-emb-car-fim.
           exit.
      *
      *    Documentos numericos (CPF, CGC, RG, conta): zero fica zero
      *
       rot-embaralha-num.
           if emb-numero = 0
              go to rot-embaralha-num-fim
           end-if.
           move emb-numero to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto(1:14) to emb-numero.
       rot-embaralha-num-fim.
           exit.
      *
      *    Marca a tabela do destino como ambiente de treinamento
      *    (tipo 60), o que trava remessa e boleto naquela copia
      *
       rot-marca-treino.
           move nome-arq-tabl to nome-prod.
           perform rot-nome-treino.
           move nome-treino to nome-arq-tabl.
           open i-o arqtabl.
           if tabl-status-tn not = "00"
              move nome-prod to nome-arq-tabl
              go to rot-marca-treino-fim
           end-if.
           move spaces to reg-tabl.
           move "60" to tabl-tipo tabl-tipo-1.
           move "TREIN" to tabl-codigo.
           move "AMBIENTE DE TREINAMENTO / TESTE" to tabl-descricao
                tabl-descricao-1.
           move param-usr to tabl-usr.
           move param-data to tabl-data.
           move destino to tabl-resto.
           write reg-tabl invalid key
                 rewrite reg-tabl invalid key
                         continue
                 end-rewrite
           end-write.
           close arqtabl.
           move nome-prod to nome-arq-tabl.
       rot-marca-treino-fim.
           exit.
      *
      *    Campos embaralhados por arquivo; o registro de controle
      *    (chave em high-values) passa sem alteracao
      *
      *
       rot-emb-ab01.
           if ab01-chave = high-values
              go to rot-emb-ab01-fim
           end-if.
           move ab01-nome-fantasia-a to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to ab01-nome-fantasia-a.
           move ab01-razao-social-a to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to ab01-razao-social-a.
           move ab01-nome-fantasia to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to ab01-nome-fantasia.
           move ab01-razao-social to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to ab01-razao-social.
           move ab01-endereco to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to ab01-endereco.
           move ab01-telefone(1) to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to ab01-telefone(1).
           move ab01-telefone(2) to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to ab01-telefone(2).
           move ab01-telex to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to ab01-telex.
           move ab01-fax to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to ab01-fax.
           move ab01-cgc to emb-numero.
           perform rot-embaralha-num thru rot-embaralha-num-fim.
           move emb-numero to ab01-cgc.
           add 1 to cont-emb.
       rot-emb-ab01-fim.
           exit.
      *
       rot-emb-ab02.
           if ab02-chave = high-values
              go to rot-emb-ab02-fim
           end-if.
           move ab02-razao-social to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to ab02-razao-social.
           move ab02-razao-social-a to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to ab02-razao-social-a.
           add 1 to cont-emb.
       rot-emb-ab02-fim.
           exit.
      *
       rot-emb-ab04.
           if ab04-chave = high-values
              go to rot-emb-ab04-fim
           end-if.
           move ab04-nome to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to ab04-nome.
           move ab04-nome-a to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to ab04-nome-a.
           move ab04-endereco to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to ab04-endereco.
           move ab04-telefone to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to ab04-telefone.
           move ab04-cpf to emb-numero.
           perform rot-embaralha-num thru rot-embaralha-num-fim.
           move emb-numero to ab04-cpf.
           move ab04-rg to emb-numero.
           perform rot-embaralha-num thru rot-embaralha-num-fim.
           move emb-numero to ab04-rg.
           add 1 to cont-emb.
       rot-emb-ab04-fim.
           exit.
      *
       rot-emb-ab05.
           if ab05-chave = high-values
              go to rot-emb-ab05-fim
           end-if.
           move ab05-pax to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to ab05-pax.
           move ab05-pax-a to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to ab05-pax-a.
           move ab05-empresa to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to ab05-empresa.
           move ab05-empresa-a to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to ab05-empresa-a.
           add 1 to cont-emb.
       rot-emb-ab05-fim.
           exit.
      *
       rot-emb-ag01.
           if ag01-chave = high-values
              go to rot-emb-ag01-fim
           end-if.
           move ag01-empresa-a to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to ag01-empresa-a.
           move ag01-nome-a to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to ag01-nome-a.
           move ag01-empresa to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to ag01-empresa.
           move ag01-nome to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to ag01-nome.
           move ag01-endereco to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to ag01-endereco.
           move ag01-telefone to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to ag01-telefone.
           move ag01-telex to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to ag01-telex.
           move ag01-fax to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to ag01-fax.
           add 1 to cont-emb.
       rot-emb-ag01-fim.
           exit.
      *
       rot-emb-at01.
           if at01-chave = high-values
              go to rot-emb-at01-fim
           end-if.
           move at01-empresa-a to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to at01-empresa-a.
           move at01-diretor-a to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to at01-diretor-a.
           move at01-empresa to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to at01-empresa.
           move at01-diretor to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to at01-diretor.
           move at01-endereco to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to at01-endereco.
           move at01-telefone to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to at01-telefone.
           move at01-fax to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to at01-fax.
           move at01-telex to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to at01-telex.
           add 1 to cont-emb.
       rot-emb-at01-fim.
           exit.
      *
       rot-emb-au01.
           if au01-chave = high-values
              go to rot-emb-au01-fim
           end-if.
           move au01-cpf to emb-numero.
           perform rot-embaralha-num thru rot-embaralha-num-fim.
           move emb-numero to au01-cpf.
           move au01-pis to emb-numero.
           perform rot-embaralha-num thru rot-embaralha-num-fim.
           move emb-numero to au01-pis.
           add 1 to cont-emb.
       rot-emb-au01-fim.
           exit.
      *
       rot-emb-cd01.
           if cd01-chave = high-values
              go to rot-emb-cd01-fim
           end-if.
           move cd01-nome-fantasia to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to cd01-nome-fantasia.
           move cd01-razao-social in cd01-chave-2 to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to cd01-razao-social in cd01-chave-2.
           move cd01-razao-social in cd01-chave-3 to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to cd01-razao-social in cd01-chave-3.
           move cd01-nome-fantasia-a to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to cd01-nome-fantasia-a.
           move cd01-razao-social-a to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to cd01-razao-social-a.
           move cd01-endereco to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to cd01-endereco.
           move cd01-endereco-cbr to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to cd01-endereco-cbr.
           move cd01-telefone to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to cd01-telefone.
           move cd01-fax to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to cd01-fax.
           move cd01-telex to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to cd01-telex.
           move cd01-cgcpf to emb-numero.
           perform rot-embaralha-num thru rot-embaralha-num-fim.
           move emb-numero to cd01-cgcpf.
           move cd01-agencia to emb-numero.
           perform rot-embaralha-num thru rot-embaralha-num-fim.
           move emb-numero to cd01-agencia.
           move cd01-conta to emb-numero.
           perform rot-embaralha-num thru rot-embaralha-num-fim.
           move emb-numero to cd01-conta.
           add 1 to cont-emb.
       rot-emb-cd01-fim.
           exit.
      *
       rot-emb-cd02.
           if cd02-chave = high-values
              go to rot-emb-cd02-fim
           end-if.
           move cd02-nome-c to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to cd02-nome-c.
           move cd02-nome-a to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to cd02-nome-a.
           add 1 to cont-emb.
       rot-emb-cd02-fim.
           exit.
      *
       rot-emb-cd03.
           if cd03-chave = high-values
              go to rot-emb-cd03-fim
           end-if.
           move cd03-valor-ant to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to cd03-valor-ant.
           move cd03-valor-novo to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to cd03-valor-novo.
           add 1 to cont-emb.
       rot-emb-cd03-fim.
           exit.
      *
       rot-emb-cm01.
           if cm01-chave = high-values
              go to rot-emb-cm01-fim
           end-if.
           move cm01-pax to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to cm01-pax.
           add 1 to cont-emb.
       rot-emb-cm01-fim.
           exit.
      *
       rot-emb-cs01.
           if cs01-chave = high-values
              go to rot-emb-cs01-fim
           end-if.
           move cs01-instrutor to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to cs01-instrutor.
           add 1 to cont-emb.
       rot-emb-cs01-fim.
           exit.
      *
       rot-emb-cs02.
           if cs02-chave = high-values
              go to rot-emb-cs02-fim
           end-if.
           move cs02-nome to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to cs02-nome.
           add 1 to cont-emb.
       rot-emb-cs02-fim.
           exit.
      *
       rot-emb-da01.
           if da01-chave = high-values
              go to rot-emb-da01-fim
           end-if.
           move da01-conta to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to da01-conta.
           move da01-agencia to emb-numero.
           perform rot-embaralha-num thru rot-embaralha-num-fim.
           move emb-numero to da01-agencia.
           add 1 to cont-emb.
       rot-emb-da01-fim.
           exit.
      *
       rot-emb-df01.
           if df01-chave = high-values
              go to rot-emb-df01-fim
           end-if.
           move df01-razao to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to df01-razao.
           move df01-doc to emb-numero.
           perform rot-embaralha-num thru rot-embaralha-num-fim.
           move emb-numero to df01-doc.
           move df01-doc-r to emb-numero.
           perform rot-embaralha-num thru rot-embaralha-num-fim.
           move emb-numero to df01-doc-r.
           add 1 to cont-emb.
       rot-emb-df01-fim.
           exit.
      *
       rot-emb-dp01.
           if dp01-chave = high-values
              go to rot-emb-dp01-fim
           end-if.
           move dp01-nome-1 to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to dp01-nome-1.
           move dp01-nome-2 to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to dp01-nome-2.
           add 1 to cont-emb.
       rot-emb-dp01-fim.
           exit.
      *
       rot-emb-el01.
           if el01-chave = high-values
              go to rot-emb-el01-fim
           end-if.
           move el01-email to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to el01-email.
           move el01-nome to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to el01-nome.
           add 1 to cont-emb.
       rot-emb-el01-fim.
           exit.
      *
       rot-emb-ex02.
           if ex02-chave = high-values
              go to rot-emb-ex02-fim
           end-if.
           move ex02-nome to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to ex02-nome.
           add 1 to cont-emb.
       rot-emb-ex02-fim.
           exit.
      *
       rot-emb-fx01.
           if fx01-chave = high-values
              go to rot-emb-fx01-fim
           end-if.
           move fx01-nome to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to fx01-nome.
           move fx01-fax to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to fx01-fax.
           add 1 to cont-emb.
       rot-emb-fx01-fim.
           exit.
      *
       rot-emb-hc01.
           if hc01-chave = high-values
              go to rot-emb-hc01-fim
           end-if.
           move hc01-texto to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to hc01-texto.
           add 1 to cont-emb.
       rot-emb-hc01-fim.
           exit.
      *
       rot-emb-le01.
           if le01-chave = high-values
              go to rot-emb-le01-fim
           end-if.
           move le01-nome to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to le01-nome.
           move le01-empresa to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to le01-empresa.
           move le01-telefone to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to le01-telefone.
           add 1 to cont-emb.
       rot-emb-le01-fim.
           exit.
      *
       rot-emb-lp01.
           if lp01-chave = high-values
              go to rot-emb-lp01-fim
           end-if.
           move lp01-nome to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to lp01-nome.
           move lp01-contato to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to lp01-contato.
           move lp01-cpf to emb-numero.
           perform rot-embaralha-num thru rot-embaralha-num-fim.
           move emb-numero to lp01-cpf.
           add 1 to cont-emb.
       rot-emb-lp01-fim.
           exit.
      *
       rot-emb-md01.
           if md01-chave = high-values
              go to rot-emb-md01-fim
           end-if.
           move md01-nome to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to md01-nome.
           move md01-cpf to emb-numero.
           perform rot-embaralha-num thru rot-embaralha-num-fim.
           move emb-numero to md01-cpf.
           add 1 to cont-emb.
       rot-emb-md01-fim.
           exit.
      *
       rot-emb-ml01.
           if ml01-chave = high-values
              go to rot-emb-ml01-fim
           end-if.
           move ml01-nome to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to ml01-nome.
           move ml01-email to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to ml01-email.
           add 1 to cont-emb.
       rot-emb-ml01-fim.
           exit.
      *
       rot-emb-ov01.
           if ov01-chave = high-values
              go to rot-emb-ov01-fim
           end-if.
           move ov01-reclamante to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to ov01-reclamante.
           move ov01-contato to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to ov01-contato.
           add 1 to cont-emb.
       rot-emb-ov01-fim.
           exit.
      *
       rot-emb-pa01.
           if pa01-chave = high-values
              go to rot-emb-pa01-fim
           end-if.
           move pa01-palestrante to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to pa01-palestrante.
           add 1 to cont-emb.
       rot-emb-pa01-fim.
           exit.
      *
       rot-emb-pj01.
           if pj01-chave = high-values
              go to rot-emb-pj01-fim
           end-if.
           move pj01-parte to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to pj01-parte.
           add 1 to cont-emb.
       rot-emb-pj01-fim.
           exit.
      *
       rot-emb-pl01.
           if pl01-chave = high-values
              go to rot-emb-pl01-fim
           end-if.
           move pl01-rem-nome to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to pl01-rem-nome.
           add 1 to cont-emb.
       rot-emb-pl01-fim.
           exit.
      *
       rot-emb-pp01.
           if pp01-chave = high-values
              go to rot-emb-pp01-fim
           end-if.
           move pp01-razao-social to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to pp01-razao-social.
           move pp01-nome-fantasia to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to pp01-nome-fantasia.
           move pp01-endereco to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to pp01-endereco.
           move pp01-telefone to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to pp01-telefone.
           move pp01-cgc to emb-numero.
           perform rot-embaralha-num thru rot-embaralha-num-fim.
           move emb-numero to pp01-cgc.
           move pp01-t-nome(1) to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to pp01-t-nome(1).
           move pp01-t-cpf(1) to emb-numero.
           perform rot-embaralha-num thru rot-embaralha-num-fim.
           move emb-numero to pp01-t-cpf(1).
           move pp01-t-rg(1) to emb-numero.
           perform rot-embaralha-num thru rot-embaralha-num-fim.
           move emb-numero to pp01-t-rg(1).
           move pp01-t-nome(2) to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to pp01-t-nome(2).
           move pp01-t-cpf(2) to emb-numero.
           perform rot-embaralha-num thru rot-embaralha-num-fim.
           move emb-numero to pp01-t-cpf(2).
           move pp01-t-rg(2) to emb-numero.
           perform rot-embaralha-num thru rot-embaralha-num-fim.
           move emb-numero to pp01-t-rg(2).
           move pp01-t-nome(3) to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to pp01-t-nome(3).
           move pp01-t-cpf(3) to emb-numero.
           perform rot-embaralha-num thru rot-embaralha-num-fim.
           move emb-numero to pp01-t-cpf(3).
           move pp01-t-rg(3) to emb-numero.
           perform rot-embaralha-num thru rot-embaralha-num-fim.
           move emb-numero to pp01-t-rg(3).
           add 1 to cont-emb.
       rot-emb-pp01-fim.
           exit.
      *
       rot-emb-pr01.
           if pr01-chave = high-values
              go to rot-emb-pr01-fim
           end-if.
           move pr01-razao-social to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to pr01-razao-social.
           move pr01-contato to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to pr01-contato.
           move pr01-telefone to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to pr01-telefone.
           move pr01-cgc to emb-numero.
           perform rot-embaralha-num thru rot-embaralha-num-fim.
           move emb-numero to pr01-cgc.
           add 1 to cont-emb.
       rot-emb-pr01-fim.
           exit.
      *
       rot-emb-pu01.
           if pu01-chave = high-values
              go to rot-emb-pu01-fim
           end-if.
           move pu01-nome to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to pu01-nome.
           move pu01-endereco to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to pu01-endereco.
           add 1 to cont-emb.
       rot-emb-pu01-fim.
           exit.
      *
       rot-emb-qt02.
           if qt02-chave = high-values
              go to rot-emb-qt02-fim
           end-if.
           move qt02-nome to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to qt02-nome.
           add 1 to cont-emb.
       rot-emb-qt02-fim.
           exit.
      *
       rot-emb-rb01.
           if rb01-chave = high-values
              go to rot-emb-rb01-fim
           end-if.
           move rb01-pax to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to rb01-pax.
           add 1 to cont-emb.
       rot-emb-rb01-fim.
           exit.
      *
       rot-emb-rp01.
           if rp01-chave = high-values
              go to rot-emb-rp01-fim
           end-if.
           move rp01-razao to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to rp01-razao.
           move rp01-tomador-doc to emb-numero.
           perform rot-embaralha-num thru rot-embaralha-num-fim.
           move emb-numero to rp01-tomador-doc.
           add 1 to cont-emb.
       rot-emb-rp01-fim.
           exit.
      *
       rot-emb-sl01.
           if sl01-chave = high-values
              go to rot-emb-sl01-fim
           end-if.
           move sl01-empresa in sl01-chave-1 to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to sl01-empresa in sl01-chave-1.
           move sl01-nome in sl01-chave-2 to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to sl01-nome in sl01-chave-2.
           move sl01-empresa in sl01-chave-3 to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to sl01-empresa in sl01-chave-3.
           move sl01-empresa in sl01-chave-4 to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to sl01-empresa in sl01-chave-4.
           move sl01-nome in sl01-chave-4 to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to sl01-nome in sl01-chave-4.
           move sl01-empresa-a to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to sl01-empresa-a.
           move sl01-nome-a to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to sl01-nome-a.
           move sl01-nome-cracha to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to sl01-nome-cracha.
           move sl01-endereco to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to sl01-endereco.
           move sl01-telefone to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to sl01-telefone.
           move sl01-telex to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to sl01-telex.
           move sl01-fax to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to sl01-fax.
           add 1 to cont-emb.
       rot-emb-sl01-fim.
           exit.
      *
       rot-emb-sl02.
           if sl02-chave = high-values
              go to rot-emb-sl02-fim
           end-if.
           move sl02-nome to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to sl02-nome.
           move sl02-empresa to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to sl02-empresa.
           add 1 to cont-emb.
       rot-emb-sl02-fim.
           exit.
      *
       rot-emb-tc01.
           if tc01-chave = high-values
              go to rot-emb-tc01-fim
           end-if.
           move tc01-nome to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to tc01-nome.
           add 1 to cont-emb.
       rot-emb-tc01-fim.
           exit.
      *
       rot-emb-wb03.
           if wb03-chave = high-values
              go to rot-emb-wb03-fim
           end-if.
           move wb03-valor-atual to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to wb03-valor-atual.
           move wb03-valor-novo to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to wb03-valor-novo.
           move wb03-nome to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to wb03-nome.
           move wb03-nome-cracha to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to wb03-nome-cracha.
           move wb03-telefone to emb-texto.
           perform rot-embaralha thru rot-embaralha-fim.
           move emb-texto to wb03-telefone.
           add 1 to cont-emb.
       rot-emb-wb03-fim.
           exit.
      *
       copy rotgen.lib.
      *
      ************************
      *                      *
      *  Copia p/ treino     *
      *                      *
      ************************
      *
       sec-treino section.
      *
       lab-trn-00.
           if param-prioridade < 9
              move " Funcao exige prioridade de supervisor - Tecle <Ent
      -       "er>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-trn-fim
           end-if.
      *
       lab-trn-01.
           move "TREINO\" to destino.
           perform dsp-destino.
           perform acc-destino.
           if escape-key = 1
              go to lab-trn-fim
           end-if.
           if destino = spaces
              move "TREINO\" to destino
           end-if.
           if destino(1:1) = space
              move " Destino nao pode comecar em branco - Tecle <Enter>"
                   to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-trn-01
           end-if.
           move 0 to dest-tam.
           inspect destino tallying dest-tam
                   for characters before initial space.
           if destino(dest-tam:1) not = "\"
              if dest-tam = 20
                 move " Destino muito longo - Tecle <Enter>" to mensagem
                 display tela-erro-cad
                 perform rot-keypress
                 display tela-limpa-cad
                 go to lab-trn-01
              end-if
              move "\" to destino(dest-tam + 1:1)
           end-if.
           perform dsp-destino.
      *
       lab-trn-02.
           move " A copia SOBREPOE o destino - Confirma (S) (N) ?"
                to mensagem.
           display tela-erro-cad.
           move spaces to resposta.
           perform accept-resposta-cad
                   until resposta = "S" or "N" or escape-key = 1.
           display tela-limpa-cad.
           if resposta not = "S"
              go to lab-trn-01
           end-if.
           move " TEM CERTEZA ? O treinamento atual sera perdido (S) (N)
      -    " ?" to mensagem.
           display tela-erro-cad.
           move spaces to resposta.
           perform accept-resposta-cad
                   until resposta = "S" or "N" or escape-key = 1.
           display tela-limpa-cad.
           if resposta not = "S"
              go to lab-trn-01
           end-if.
      *
       lab-trn-03.
           perform rot-open-imp.
           if erro not = 0
              move 0 to erro
              go to lab-trn-fim
           end-if.
           move 0 to tot-copiados tot-ausentes tot-erros pagina.
           move 0 to tot-registros tot-embaralhados.
           perform rot-cabec.
           move "Copiando - Aguarde" to mensagem.
           display tela-mensagem-cad.
           perform sec-tn-ab01.
           perform sec-tn-ab02.
           perform sec-tn-ab03.
           perform sec-tn-ab04.
           perform sec-tn-ab05.
           perform sec-tn-ab08.
           perform sec-tn-ag01.
           perform sec-tn-am01.
           perform sec-tn-ap01.
           perform sec-tn-as01.
           perform sec-tn-at01.
           perform sec-tn-at02.
           perform sec-tn-au01.
           perform sec-tn-av01.
           perform sec-tn-be01.
           perform sec-tn-bs01.
           perform sec-tn-bt01.
           perform sec-tn-bx01.
           perform sec-tn-ca01.
           perform sec-tn-cb01.
           perform sec-tn-cd01.
           perform sec-tn-cd02.
           perform sec-tn-cd03.
           perform sec-tn-ce01.
           perform sec-tn-ce02.
           perform sec-tn-ce03.
           perform sec-tn-ce04.
           perform sec-tn-ce05.
           perform sec-tn-ce06.
           perform sec-tn-ce07.
           perform sec-tn-ce08.
           perform sec-tn-ce09.
           perform sec-tn-ce10.
           perform sec-tn-ce11.
           perform sec-tn-ce12.
           perform sec-tn-ce13.
           perform sec-tn-ce14.
           perform sec-tn-ch01.
           perform sec-tn-ci01.
           perform sec-tn-cm01.
           perform sec-tn-cm02.
           perform sec-tn-cn01.
           perform sec-tn-co01.
           perform sec-tn-cp01.
           perform sec-tn-cr01.
           perform sec-tn-cs01.
           perform sec-tn-cs02.
           perform sec-tn-cv01.
           perform sec-tn-cv02.
           perform sec-tn-cx01.
           perform sec-tn-da01.
           perform sec-tn-df01.
           perform sec-tn-dp01.
           perform sec-tn-dr01.
           perform sec-tn-el01.
           perform sec-tn-em01.
           perform sec-tn-es01.
           perform sec-tn-et01.
           perform sec-tn-ex01.
           perform sec-tn-ex02.
           perform sec-tn-ex03.
           perform sec-tn-fd01.
           perform sec-tn-fv01.
           perform sec-tn-fx01.
           perform sec-tn-hb01.
           perform sec-tn-hb02.
           perform sec-tn-hc01.
           perform sec-tn-hl01.
           perform sec-tn-is01.
           perform sec-tn-is02.
           perform sec-tn-jb01.
           perform sec-tn-lc01.
           perform sec-tn-ld01.
           perform sec-tn-le01.
           perform sec-tn-lk01.
           perform sec-tn-log01.
           perform sec-tn-lp01.
           perform sec-tn-md01.
           perform sec-tn-ml01.
           perform sec-tn-ng01.
           perform sec-tn-or01.
           perform sec-tn-ov01.
           perform sec-tn-pa01.
           perform sec-tn-pa02.
           perform sec-tn-pa03.
           perform sec-tn-pc01.
           perform sec-tn-pd01.
           perform sec-tn-pj01.
           perform sec-tn-pj02.
           perform sec-tn-pl01.
           perform sec-tn-pp01.
           perform sec-tn-pq01.
           perform sec-tn-pq02.
           perform sec-tn-pr01.
           perform sec-tn-pt01.
           perform sec-tn-pu01.
           perform sec-tn-pu02.
           perform sec-tn-pv01.
           perform sec-tn-qd01.
           perform sec-tn-qt01.
           perform sec-tn-qt02.
           perform sec-tn-qt03.
           perform sec-tn-ra01.
           perform sec-tn-rb01.
           perform sec-tn-rc01.
           perform sec-tn-rd01.
           perform sec-tn-rd02.
           perform sec-tn-rd03.
           perform sec-tn-rd04.
           perform sec-tn-re01.
           perform sec-tn-rk01.
           perform sec-tn-rl01.
           perform sec-tn-rn01.
           perform sec-tn-rp01.
           perform sec-tn-rs01.
           perform sec-tn-sa01.
           perform sec-tn-sl01.
           perform sec-tn-sl02.
           perform sec-tn-sm01.
           perform sec-tn-sn01.
           perform sec-tn-sp01.
           perform sec-tn-ss01.
           perform sec-tn-tabl.
           perform sec-tn-tc01.
           perform sec-tn-tc02.
           perform sec-tn-tc03.
           perform sec-tn-tc04.
           perform sec-tn-tr01.
           perform sec-tn-tx01.
           perform sec-tn-usr.
           perform sec-tn-vg01.
           perform sec-tn-vg02.
           perform sec-tn-wb03.
           perform rot-marca-treino thru rot-marca-treino-fim.
           move tot-registros to tot-lin-lidos.
           move tot-embaralhados to tot-lin-emb.
           move spaces to tot-lin-arq.
           string "Arquivos: " tot-copiados " OK  "
                  tot-ausentes " ausentes  " tot-erros " com erro"
                  delimited by size into tot-lin-arq
           end-string.
           write reg-imp from tracos after 1 line.
           write reg-imp from tot-lin after 1 line.
           perform rot-close-imp.
           display tela-limpa-cad.
           move spaces to mensagem.
           string "Copiados " tot-copiados " Ausentes " tot-ausentes
                  " Com erro " tot-erros " - Tecle <Enter>"
                  delimited by size into mensagem
           end-string.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       lab-trn-fim.
           perform lmp-destino.
           exit.
      *
      *
       sec-tn-ab01 section.
      *
       lab-tn-ab01-00.
           move "ARQAB01A" to arquivo-corr.
           move nome-arq-ab01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqab01.
           if ab01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-ab01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqab01
              move "E" to flag-resultado
              go to lab-tn-ab01-04
           end-if.
      *
       lab-tn-ab01-01.
           read arqab01 next record at end
                go to lab-tn-ab01-02
           end-read.
           add 1 to cont-orig.
           perform rot-emb-ab01 thru rot-emb-ab01-fim.
           write reg-trb from reg-ab01.
           go to lab-tn-ab01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-ab01-02.
           close arqab01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-ab01.
           open output arqab01.
           if ab01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-ab01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-ab01-03.
           read arqtrb at end
                close arqab01 arqtrb
                go to lab-tn-ab01-04
           end-read.
           move reg-trb to reg-ab01.
           write reg-ab01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-ab01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-ab01-03.
      *
       lab-tn-ab01-04.
           move nome-prod to nome-arq-ab01.
           perform rot-resultado.
      *
       lab-tn-ab01-fim.
           exit.
      *
       sec-tn-ab02 section.
      *
       lab-tn-ab02-00.
           move "ARQAB02A" to arquivo-corr.
           move nome-arq-ab02 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqab02.
           if ab02-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-ab02-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqab02
              move "E" to flag-resultado
              go to lab-tn-ab02-04
           end-if.
      *
       lab-tn-ab02-01.
           read arqab02 next record at end
                go to lab-tn-ab02-02
           end-read.
           add 1 to cont-orig.
           perform rot-emb-ab02 thru rot-emb-ab02-fim.
           write reg-trb from reg-ab02.
           go to lab-tn-ab02-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-ab02-02.
           close arqab02 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-ab02.
           open output arqab02.
           if ab02-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-ab02-04
           end-if.
           open input arqtrb.
      *
       lab-tn-ab02-03.
           read arqtrb at end
                close arqab02 arqtrb
                go to lab-tn-ab02-04
           end-read.
           move reg-trb to reg-ab02.
           write reg-ab02 invalid key
                 add 1 to cont-difer
                 go to lab-tn-ab02-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-ab02-03.
      *
       lab-tn-ab02-04.
           move nome-prod to nome-arq-ab02.
           perform rot-resultado.
      *
       lab-tn-ab02-fim.
           exit.
      *
       sec-tn-ab03 section.
      *
       lab-tn-ab03-00.
           move "ARQAB03A" to arquivo-corr.
           move nome-arq-ab03 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqab03.
           if ab03-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-ab03-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqab03
              move "E" to flag-resultado
              go to lab-tn-ab03-04
           end-if.
      *
       lab-tn-ab03-01.
           read arqab03 next record at end
                go to lab-tn-ab03-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-ab03.
           go to lab-tn-ab03-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-ab03-02.
           close arqab03 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-ab03.
           open output arqab03.
           if ab03-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-ab03-04
           end-if.
           open input arqtrb.
      *
       lab-tn-ab03-03.
           read arqtrb at end
                close arqab03 arqtrb
                go to lab-tn-ab03-04
           end-read.
           move reg-trb to reg-ab03.
           write reg-ab03 invalid key
                 add 1 to cont-difer
                 go to lab-tn-ab03-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-ab03-03.
      *
       lab-tn-ab03-04.
           move nome-prod to nome-arq-ab03.
           perform rot-resultado.
      *
       lab-tn-ab03-fim.
           exit.
      *
       sec-tn-ab04 section.
      *
       lab-tn-ab04-00.
           move "ARQAB04A" to arquivo-corr.
           move nome-arq-ab04 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqab04.
           if ab04-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-ab04-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqab04
              move "E" to flag-resultado
              go to lab-tn-ab04-04
           end-if.
      *
       lab-tn-ab04-01.
           read arqab04 next record at end
                go to lab-tn-ab04-02
           end-read.
           add 1 to cont-orig.
           perform rot-emb-ab04 thru rot-emb-ab04-fim.
           write reg-trb from reg-ab04.
           go to lab-tn-ab04-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-ab04-02.
           close arqab04 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-ab04.
           open output arqab04.
           if ab04-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-ab04-04
           end-if.
           open input arqtrb.
      *
       lab-tn-ab04-03.
           read arqtrb at end
                close arqab04 arqtrb
                go to lab-tn-ab04-04
           end-read.
           move reg-trb to reg-ab04.
           write reg-ab04 invalid key
                 add 1 to cont-difer
                 go to lab-tn-ab04-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-ab04-03.
      *
       lab-tn-ab04-04.
           move nome-prod to nome-arq-ab04.
           perform rot-resultado.
      *
       lab-tn-ab04-fim.
           exit.
      *
       sec-tn-ab05 section.
      *
       lab-tn-ab05-00.
           move "ARQAB05A" to arquivo-corr.
           move nome-arq-ab05 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqab05.
           if ab05-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-ab05-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqab05
              move "E" to flag-resultado
              go to lab-tn-ab05-04
           end-if.
      *
       lab-tn-ab05-01.
           read arqab05 next record at end
                go to lab-tn-ab05-02
           end-read.
           add 1 to cont-orig.
           perform rot-emb-ab05 thru rot-emb-ab05-fim.
           write reg-trb from reg-ab05.
           go to lab-tn-ab05-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-ab05-02.
           close arqab05 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-ab05.
           open output arqab05.
           if ab05-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-ab05-04
           end-if.
           open input arqtrb.
      *
       lab-tn-ab05-03.
           read arqtrb at end
                close arqab05 arqtrb
                go to lab-tn-ab05-04
           end-read.
           move reg-trb to reg-ab05.
           write reg-ab05 invalid key
                 add 1 to cont-difer
                 go to lab-tn-ab05-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-ab05-03.
      *
       lab-tn-ab05-04.
           move nome-prod to nome-arq-ab05.
           perform rot-resultado.
      *
       lab-tn-ab05-fim.
           exit.
      *
       sec-tn-ab08 section.
      *
       lab-tn-ab08-00.
           move "ARQAB08A" to arquivo-corr.
           move nome-arq-ab08 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqab08.
           if ab08-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-ab08-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqab08
              move "E" to flag-resultado
              go to lab-tn-ab08-04
           end-if.
      *
       lab-tn-ab08-01.
           read arqab08 next record at end
                go to lab-tn-ab08-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-ab08.
           go to lab-tn-ab08-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-ab08-02.
           close arqab08 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-ab08.
           open output arqab08.
           if ab08-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-ab08-04
           end-if.
           open input arqtrb.
      *
       lab-tn-ab08-03.
           read arqtrb at end
                close arqab08 arqtrb
                go to lab-tn-ab08-04
           end-read.
           move reg-trb to reg-ab08.
           write reg-ab08 invalid key
                 add 1 to cont-difer
                 go to lab-tn-ab08-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-ab08-03.
      *
       lab-tn-ab08-04.
           move nome-prod to nome-arq-ab08.
           perform rot-resultado.
      *
       lab-tn-ab08-fim.
           exit.
      *
       sec-tn-ag01 section.
      *
       lab-tn-ag01-00.
           move "ARQAG01A" to arquivo-corr.
           move nome-arq-ag01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqag01.
           if ag01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-ag01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqag01
              move "E" to flag-resultado
              go to lab-tn-ag01-04
           end-if.
      *
       lab-tn-ag01-01.
           read arqag01 next record at end
                go to lab-tn-ag01-02
           end-read.
           add 1 to cont-orig.
           perform rot-emb-ag01 thru rot-emb-ag01-fim.
           write reg-trb from reg-ag01.
           go to lab-tn-ag01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-ag01-02.
           close arqag01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-ag01.
           open output arqag01.
           if ag01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-ag01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-ag01-03.
           read arqtrb at end
                close arqag01 arqtrb
                go to lab-tn-ag01-04
           end-read.
           move reg-trb to reg-ag01.
           write reg-ag01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-ag01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-ag01-03.
      *
       lab-tn-ag01-04.
           move nome-prod to nome-arq-ag01.
           perform rot-resultado.
      *
       lab-tn-ag01-fim.
           exit.
      *
       sec-tn-am01 section.
      *
       lab-tn-am01-00.
           move "ARQAM01A" to arquivo-corr.
           move nome-arq-am01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqam01.
           if am01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-am01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqam01
              move "E" to flag-resultado
              go to lab-tn-am01-04
           end-if.
      *
       lab-tn-am01-01.
           read arqam01 next record at end
                go to lab-tn-am01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-am01.
           go to lab-tn-am01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-am01-02.
           close arqam01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-am01.
           open output arqam01.
           if am01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-am01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-am01-03.
           read arqtrb at end
                close arqam01 arqtrb
                go to lab-tn-am01-04
           end-read.
           move reg-trb to reg-am01.
           write reg-am01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-am01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-am01-03.
      *
       lab-tn-am01-04.
           move nome-prod to nome-arq-am01.
           perform rot-resultado.
      *
       lab-tn-am01-fim.
           exit.
      *
       sec-tn-ap01 section.
      *
       lab-tn-ap01-00.
           move "ARQAP01A" to arquivo-corr.
           move nome-arq-ap01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqap01.
           if ap01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-ap01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqap01
              move "E" to flag-resultado
              go to lab-tn-ap01-04
           end-if.
      *
       lab-tn-ap01-01.
           read arqap01 next record at end
                go to lab-tn-ap01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-ap01.
           go to lab-tn-ap01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-ap01-02.
           close arqap01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-ap01.
           open output arqap01.
           if ap01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-ap01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-ap01-03.
           read arqtrb at end
                close arqap01 arqtrb
                go to lab-tn-ap01-04
           end-read.
           move reg-trb to reg-ap01.
           write reg-ap01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-ap01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-ap01-03.
      *
       lab-tn-ap01-04.
           move nome-prod to nome-arq-ap01.
           perform rot-resultado.
      *
       lab-tn-ap01-fim.
           exit.
      *
       sec-tn-as01 section.
      *
       lab-tn-as01-00.
           move "ARQAS01A" to arquivo-corr.
           move nome-arq-as01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqas01.
           if as01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-as01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqas01
              move "E" to flag-resultado
              go to lab-tn-as01-04
           end-if.
      *
       lab-tn-as01-01.
           read arqas01 next record at end
                go to lab-tn-as01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-as01.
           go to lab-tn-as01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-as01-02.
           close arqas01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-as01.
           open output arqas01.
           if as01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-as01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-as01-03.
           read arqtrb at end
                close arqas01 arqtrb
                go to lab-tn-as01-04
           end-read.
           move reg-trb to reg-as01.
           write reg-as01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-as01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-as01-03.
      *
       lab-tn-as01-04.
           move nome-prod to nome-arq-as01.
           perform rot-resultado.
      *
       lab-tn-as01-fim.
           exit.
      *
       sec-tn-at01 section.
      *
       lab-tn-at01-00.
           move "ARQAT01A" to arquivo-corr.
           move nome-arq-at01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqat01.
           if at01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-at01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqat01
              move "E" to flag-resultado
              go to lab-tn-at01-04
           end-if.
      *
       lab-tn-at01-01.
           read arqat01 next record at end
                go to lab-tn-at01-02
           end-read.
           add 1 to cont-orig.
           perform rot-emb-at01 thru rot-emb-at01-fim.
           write reg-trb from reg-at01.
           go to lab-tn-at01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-at01-02.
           close arqat01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-at01.
           open output arqat01.
           if at01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-at01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-at01-03.
           read arqtrb at end
                close arqat01 arqtrb
                go to lab-tn-at01-04
           end-read.
           move reg-trb to reg-at01.
           write reg-at01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-at01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-at01-03.
      *
       lab-tn-at01-04.
           move nome-prod to nome-arq-at01.
           perform rot-resultado.
      *
       lab-tn-at01-fim.
           exit.
      *
       sec-tn-at02 section.
      *
       lab-tn-at02-00.
           move "ARQAT02A" to arquivo-corr.
           move nome-arq-at02 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqat02.
           if at02-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-at02-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqat02
              move "E" to flag-resultado
              go to lab-tn-at02-04
           end-if.
      *
       lab-tn-at02-01.
           read arqat02 next record at end
                go to lab-tn-at02-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-at02.
           go to lab-tn-at02-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-at02-02.
           close arqat02 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-at02.
           open output arqat02.
           if at02-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-at02-04
           end-if.
           open input arqtrb.
      *
       lab-tn-at02-03.
           read arqtrb at end
                close arqat02 arqtrb
                go to lab-tn-at02-04
           end-read.
           move reg-trb to reg-at02.
           write reg-at02 invalid key
                 add 1 to cont-difer
                 go to lab-tn-at02-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-at02-03.
      *
       lab-tn-at02-04.
           move nome-prod to nome-arq-at02.
           perform rot-resultado.
      *
       lab-tn-at02-fim.
           exit.
      *
       sec-tn-au01 section.
      *
       lab-tn-au01-00.
           move "ARQAU01A" to arquivo-corr.
           move nome-arq-au01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqau01.
           if au01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-au01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqau01
              move "E" to flag-resultado
              go to lab-tn-au01-04
           end-if.
      *
       lab-tn-au01-01.
           read arqau01 next record at end
                go to lab-tn-au01-02
           end-read.
           add 1 to cont-orig.
           perform rot-emb-au01 thru rot-emb-au01-fim.
           write reg-trb from reg-au01.
           go to lab-tn-au01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-au01-02.
           close arqau01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-au01.
           open output arqau01.
           if au01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-au01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-au01-03.
           read arqtrb at end
                close arqau01 arqtrb
                go to lab-tn-au01-04
           end-read.
           move reg-trb to reg-au01.
           write reg-au01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-au01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-au01-03.
      *
       lab-tn-au01-04.
           move nome-prod to nome-arq-au01.
           perform rot-resultado.
      *
       lab-tn-au01-fim.
           exit.
      *
       sec-tn-av01 section.
      *
       lab-tn-av01-00.
           move "ARQAV01A" to arquivo-corr.
           move nome-arq-av01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqav01.
           if av01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-av01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqav01
              move "E" to flag-resultado
              go to lab-tn-av01-04
           end-if.
      *
       lab-tn-av01-01.
           read arqav01 next record at end
                go to lab-tn-av01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-av01.
           go to lab-tn-av01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-av01-02.
           close arqav01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-av01.
           open output arqav01.
           if av01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-av01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-av01-03.
           read arqtrb at end
                close arqav01 arqtrb
                go to lab-tn-av01-04
           end-read.
           move reg-trb to reg-av01.
           write reg-av01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-av01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-av01-03.
      *
       lab-tn-av01-04.
           move nome-prod to nome-arq-av01.
           perform rot-resultado.
      *
       lab-tn-av01-fim.
           exit.
      *
       sec-tn-be01 section.
      *
       lab-tn-be01-00.
           move "ARQBE01A" to arquivo-corr.
           move nome-arq-be01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqbe01.
           if be01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-be01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqbe01
              move "E" to flag-resultado
              go to lab-tn-be01-04
           end-if.
      *
       lab-tn-be01-01.
           read arqbe01 next record at end
                go to lab-tn-be01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-be01.
           go to lab-tn-be01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-be01-02.
           close arqbe01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-be01.
           open output arqbe01.
           if be01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-be01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-be01-03.
           read arqtrb at end
                close arqbe01 arqtrb
                go to lab-tn-be01-04
           end-read.
           move reg-trb to reg-be01.
           write reg-be01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-be01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-be01-03.
      *
       lab-tn-be01-04.
           move nome-prod to nome-arq-be01.
           perform rot-resultado.
      *
       lab-tn-be01-fim.
           exit.
      *
       sec-tn-bs01 section.
      *
       lab-tn-bs01-00.
           move "ARQBS01A" to arquivo-corr.
           move nome-arq-bs01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqbs01.
           if bs01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-bs01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqbs01
              move "E" to flag-resultado
              go to lab-tn-bs01-04
           end-if.
      *
       lab-tn-bs01-01.
           read arqbs01 next record at end
                go to lab-tn-bs01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-bs01.
           go to lab-tn-bs01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-bs01-02.
           close arqbs01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-bs01.
           open output arqbs01.
           if bs01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-bs01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-bs01-03.
           read arqtrb at end
                close arqbs01 arqtrb
                go to lab-tn-bs01-04
           end-read.
           move reg-trb to reg-bs01.
           write reg-bs01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-bs01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-bs01-03.
      *
       lab-tn-bs01-04.
           move nome-prod to nome-arq-bs01.
           perform rot-resultado.
      *
       lab-tn-bs01-fim.
           exit.
      *
       sec-tn-bt01 section.
      *
       lab-tn-bt01-00.
           move "ARQBT01A" to arquivo-corr.
           move nome-arq-bt01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqbt01.
           if bt01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-bt01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqbt01
              move "E" to flag-resultado
              go to lab-tn-bt01-04
           end-if.
      *
       lab-tn-bt01-01.
           read arqbt01 next record at end
                go to lab-tn-bt01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-bt01.
           go to lab-tn-bt01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-bt01-02.
           close arqbt01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-bt01.
           open output arqbt01.
           if bt01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-bt01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-bt01-03.
           read arqtrb at end
                close arqbt01 arqtrb
                go to lab-tn-bt01-04
           end-read.
           move reg-trb to reg-bt01.
           write reg-bt01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-bt01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-bt01-03.
      *
       lab-tn-bt01-04.
           move nome-prod to nome-arq-bt01.
           perform rot-resultado.
      *
       lab-tn-bt01-fim.
           exit.
      *
       sec-tn-bx01 section.
      *
       lab-tn-bx01-00.
           move "ARQBX01A" to arquivo-corr.
           move nome-arq-bx01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqbx01.
           if bx01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-bx01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqbx01
              move "E" to flag-resultado
              go to lab-tn-bx01-04
           end-if.
      *
       lab-tn-bx01-01.
           read arqbx01 next record at end
                go to lab-tn-bx01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-bx01.
           go to lab-tn-bx01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-bx01-02.
           close arqbx01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-bx01.
           open output arqbx01.
           if bx01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-bx01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-bx01-03.
           read arqtrb at end
                close arqbx01 arqtrb
                go to lab-tn-bx01-04
           end-read.
           move reg-trb to reg-bx01.
           write reg-bx01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-bx01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-bx01-03.
      *
       lab-tn-bx01-04.
           move nome-prod to nome-arq-bx01.
           perform rot-resultado.
      *
       lab-tn-bx01-fim.
           exit.
      *
       sec-tn-ca01 section.
      *
       lab-tn-ca01-00.
           move "ARQCA01A" to arquivo-corr.
           move nome-arq-ca01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqca01.
           if ca01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-ca01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqca01
              move "E" to flag-resultado
              go to lab-tn-ca01-04
           end-if.
      *
       lab-tn-ca01-01.
           read arqca01 next record at end
                go to lab-tn-ca01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-ca01.
           go to lab-tn-ca01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-ca01-02.
           close arqca01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-ca01.
           open output arqca01.
           if ca01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-ca01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-ca01-03.
           read arqtrb at end
                close arqca01 arqtrb
                go to lab-tn-ca01-04
           end-read.
           move reg-trb to reg-ca01.
           write reg-ca01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-ca01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-ca01-03.
      *
       lab-tn-ca01-04.
           move nome-prod to nome-arq-ca01.
           perform rot-resultado.
      *
       lab-tn-ca01-fim.
           exit.
      *
       sec-tn-cb01 section.
      *
       lab-tn-cb01-00.
           move "ARQCB01A" to arquivo-corr.
           move nome-arq-cb01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqcb01.
           if cb01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-cb01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqcb01
              move "E" to flag-resultado
              go to lab-tn-cb01-04
           end-if.
      *
       lab-tn-cb01-01.
           read arqcb01 next record at end
                go to lab-tn-cb01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-cb01.
           go to lab-tn-cb01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-cb01-02.
           close arqcb01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-cb01.
           open output arqcb01.
           if cb01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-cb01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-cb01-03.
           read arqtrb at end
                close arqcb01 arqtrb
                go to lab-tn-cb01-04
           end-read.
           move reg-trb to reg-cb01.
           write reg-cb01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-cb01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-cb01-03.
      *
       lab-tn-cb01-04.
           move nome-prod to nome-arq-cb01.
           perform rot-resultado.
      *
       lab-tn-cb01-fim.
           exit.
      *
       sec-tn-cd01 section.
      *
       lab-tn-cd01-00.
           move "ARQCD01A" to arquivo-corr.
           move nome-arq-cd01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqcd01.
           if cd01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-cd01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqcd01
              move "E" to flag-resultado
              go to lab-tn-cd01-04
           end-if.
      *
       lab-tn-cd01-01.
           read arqcd01 next record at end
                go to lab-tn-cd01-02
           end-read.
           add 1 to cont-orig.
           perform rot-emb-cd01 thru rot-emb-cd01-fim.
           write reg-trb from reg-cd01.
           go to lab-tn-cd01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-cd01-02.
           close arqcd01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-cd01.
           open output arqcd01.
           if cd01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-cd01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-cd01-03.
           read arqtrb at end
                close arqcd01 arqtrb
                go to lab-tn-cd01-04
           end-read.
           move reg-trb to reg-cd01.
           write reg-cd01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-cd01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-cd01-03.
      *
       lab-tn-cd01-04.
           move nome-prod to nome-arq-cd01.
           perform rot-resultado.
      *
       lab-tn-cd01-fim.
           exit.
      *
       sec-tn-cd02 section.
      *
       lab-tn-cd02-00.
           move "ARQCD02A" to arquivo-corr.
           move nome-arq-cd02 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqcd02.
           if cd02-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-cd02-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqcd02
              move "E" to flag-resultado
              go to lab-tn-cd02-04
           end-if.
      *
       lab-tn-cd02-01.
           read arqcd02 next record at end
                go to lab-tn-cd02-02
           end-read.
           add 1 to cont-orig.
           perform rot-emb-cd02 thru rot-emb-cd02-fim.
           write reg-trb from reg-cd02.
           go to lab-tn-cd02-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-cd02-02.
           close arqcd02 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-cd02.
           open output arqcd02.
           if cd02-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-cd02-04
           end-if.
           open input arqtrb.
      *
       lab-tn-cd02-03.
           read arqtrb at end
                close arqcd02 arqtrb
                go to lab-tn-cd02-04
           end-read.
           move reg-trb to reg-cd02.
           write reg-cd02 invalid key
                 add 1 to cont-difer
                 go to lab-tn-cd02-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-cd02-03.
      *
       lab-tn-cd02-04.
           move nome-prod to nome-arq-cd02.
           perform rot-resultado.
      *
       lab-tn-cd02-fim.
           exit.
      *
       sec-tn-cd03 section.
      *
       lab-tn-cd03-00.
           move "ARQCD03A" to arquivo-corr.
           move nome-arq-cd03 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqcd03.
           if cd03-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-cd03-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqcd03
              move "E" to flag-resultado
              go to lab-tn-cd03-04
           end-if.
      *
       lab-tn-cd03-01.
           read arqcd03 next record at end
                go to lab-tn-cd03-02
           end-read.
           add 1 to cont-orig.
           perform rot-emb-cd03 thru rot-emb-cd03-fim.
           write reg-trb from reg-cd03.
           go to lab-tn-cd03-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-cd03-02.
           close arqcd03 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-cd03.
           open output arqcd03.
           if cd03-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-cd03-04
           end-if.
           open input arqtrb.
      *
       lab-tn-cd03-03.
           read arqtrb at end
                close arqcd03 arqtrb
                go to lab-tn-cd03-04
           end-read.
           move reg-trb to reg-cd03.
           write reg-cd03 invalid key
                 add 1 to cont-difer
                 go to lab-tn-cd03-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-cd03-03.
      *
       lab-tn-cd03-04.
           move nome-prod to nome-arq-cd03.
           perform rot-resultado.
      *
       lab-tn-cd03-fim.
           exit.
      *
       sec-tn-ce01 section.
      *
       lab-tn-ce01-00.
           move "ARQCE01A" to arquivo-corr.
           move nome-arq-ce01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqce01.
           if ce01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-ce01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqce01
              move "E" to flag-resultado
              go to lab-tn-ce01-04
           end-if.
      *
       lab-tn-ce01-01.
           read arqce01 next record at end
                go to lab-tn-ce01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-ce01.
           go to lab-tn-ce01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-ce01-02.
           close arqce01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-ce01.
           open output arqce01.
           if ce01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-ce01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-ce01-03.
           read arqtrb at end
                close arqce01 arqtrb
                go to lab-tn-ce01-04
           end-read.
           move reg-trb to reg-ce01.
           write reg-ce01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-ce01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-ce01-03.
      *
       lab-tn-ce01-04.
           move nome-prod to nome-arq-ce01.
           perform rot-resultado.
      *
       lab-tn-ce01-fim.
           exit.
      *
       sec-tn-ce02 section.
      *
       lab-tn-ce02-00.
           move "ARQCE02A" to arquivo-corr.
           move nome-arq-ce02 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqce02.
           if ce02-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-ce02-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqce02
              move "E" to flag-resultado
              go to lab-tn-ce02-04
           end-if.
      *
       lab-tn-ce02-01.
           read arqce02 next record at end
                go to lab-tn-ce02-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-ce02.
           go to lab-tn-ce02-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-ce02-02.
           close arqce02 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-ce02.
           open output arqce02.
           if ce02-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-ce02-04
           end-if.
           open input arqtrb.
      *
       lab-tn-ce02-03.
           read arqtrb at end
                close arqce02 arqtrb
                go to lab-tn-ce02-04
           end-read.
           move reg-trb to reg-ce02.
           write reg-ce02 invalid key
                 add 1 to cont-difer
                 go to lab-tn-ce02-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-ce02-03.
      *
       lab-tn-ce02-04.
           move nome-prod to nome-arq-ce02.
           perform rot-resultado.
      *
       lab-tn-ce02-fim.
           exit.
      *
       sec-tn-ce03 section.
      *
       lab-tn-ce03-00.
           move "ARQCE03A" to arquivo-corr.
           move nome-arq-ce03 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqce03.
           if ce03-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-ce03-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqce03
              move "E" to flag-resultado
              go to lab-tn-ce03-04
           end-if.
      *
       lab-tn-ce03-01.
           read arqce03 next record at end
                go to lab-tn-ce03-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-ce03.
           go to lab-tn-ce03-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-ce03-02.
           close arqce03 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-ce03.
           open output arqce03.
           if ce03-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-ce03-04
           end-if.
           open input arqtrb.
      *
       lab-tn-ce03-03.
           read arqtrb at end
                close arqce03 arqtrb
                go to lab-tn-ce03-04
           end-read.
           move reg-trb to reg-ce03.
           write reg-ce03 invalid key
                 add 1 to cont-difer
                 go to lab-tn-ce03-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-ce03-03.
      *
       lab-tn-ce03-04.
           move nome-prod to nome-arq-ce03.
           perform rot-resultado.
      *
       lab-tn-ce03-fim.
           exit.
      *
       sec-tn-ce04 section.
      *
       lab-tn-ce04-00.
           move "ARQCE04A" to arquivo-corr.
           move nome-arq-ce04 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqce04.
           if ce04-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-ce04-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqce04
              move "E" to flag-resultado
              go to lab-tn-ce04-04
           end-if.
      *
       lab-tn-ce04-01.
           read arqce04 next record at end
                go to lab-tn-ce04-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-ce04.
           go to lab-tn-ce04-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-ce04-02.
           close arqce04 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-ce04.
           open output arqce04.
           if ce04-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-ce04-04
           end-if.
           open input arqtrb.
      *
       lab-tn-ce04-03.
           read arqtrb at end
                close arqce04 arqtrb
                go to lab-tn-ce04-04
           end-read.
           move reg-trb to reg-ce04.
           write reg-ce04 invalid key
                 add 1 to cont-difer
                 go to lab-tn-ce04-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-ce04-03.
      *
       lab-tn-ce04-04.
           move nome-prod to nome-arq-ce04.
           perform rot-resultado.
      *
       lab-tn-ce04-fim.
           exit.
      *
       sec-tn-ce05 section.
      *
       lab-tn-ce05-00.
           move "ARQCE05A" to arquivo-corr.
           move nome-arq-ce05 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqce05.
           if ce05-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-ce05-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqce05
              move "E" to flag-resultado
              go to lab-tn-ce05-04
           end-if.
      *
       lab-tn-ce05-01.
           read arqce05 next record at end
                go to lab-tn-ce05-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-ce05.
           go to lab-tn-ce05-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-ce05-02.
           close arqce05 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-ce05.
           open output arqce05.
           if ce05-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-ce05-04
           end-if.
           open input arqtrb.
      *
       lab-tn-ce05-03.
           read arqtrb at end
                close arqce05 arqtrb
                go to lab-tn-ce05-04
           end-read.
           move reg-trb to reg-ce05.
           write reg-ce05 invalid key
                 add 1 to cont-difer
                 go to lab-tn-ce05-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-ce05-03.
      *
       lab-tn-ce05-04.
           move nome-prod to nome-arq-ce05.
           perform rot-resultado.
      *
       lab-tn-ce05-fim.
           exit.
      *
       sec-tn-ce06 section.
      *
       lab-tn-ce06-00.
           move "ARQCE06A" to arquivo-corr.
           move nome-arq-ce06 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqce06.
           if ce06-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-ce06-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqce06
              move "E" to flag-resultado
              go to lab-tn-ce06-04
           end-if.
      *
       lab-tn-ce06-01.
           read arqce06 next record at end
                go to lab-tn-ce06-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-ce06.
           go to lab-tn-ce06-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-ce06-02.
           close arqce06 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-ce06.
           open output arqce06.
           if ce06-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-ce06-04
           end-if.
           open input arqtrb.
      *
       lab-tn-ce06-03.
           read arqtrb at end
                close arqce06 arqtrb
                go to lab-tn-ce06-04
           end-read.
           move reg-trb to reg-ce06.
           write reg-ce06 invalid key
                 add 1 to cont-difer
                 go to lab-tn-ce06-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-ce06-03.
      *
       lab-tn-ce06-04.
           move nome-prod to nome-arq-ce06.
           perform rot-resultado.
      *
       lab-tn-ce06-fim.
           exit.
      *
       sec-tn-ce07 section.
      *
       lab-tn-ce07-00.
           move "ARQCE07A" to arquivo-corr.
           move nome-arq-ce07 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqce07.
           if ce07-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-ce07-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqce07
              move "E" to flag-resultado
              go to lab-tn-ce07-04
           end-if.
      *
       lab-tn-ce07-01.
           read arqce07 next record at end
                go to lab-tn-ce07-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-ce07.
           go to lab-tn-ce07-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-ce07-02.
           close arqce07 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-ce07.
           open output arqce07.
           if ce07-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-ce07-04
           end-if.
           open input arqtrb.
      *
       lab-tn-ce07-03.
           read arqtrb at end
                close arqce07 arqtrb
                go to lab-tn-ce07-04
           end-read.
           move reg-trb to reg-ce07.
           write reg-ce07 invalid key
                 add 1 to cont-difer
                 go to lab-tn-ce07-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-ce07-03.
      *
       lab-tn-ce07-04.
           move nome-prod to nome-arq-ce07.
           perform rot-resultado.
      *
       lab-tn-ce07-fim.
           exit.
      *
       sec-tn-ce08 section.
      *
       lab-tn-ce08-00.
           move "ARQCE08A" to arquivo-corr.
           move nome-arq-ce08 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqce08.
           if ce08-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-ce08-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqce08
              move "E" to flag-resultado
              go to lab-tn-ce08-04
           end-if.
      *
       lab-tn-ce08-01.
           read arqce08 next record at end
                go to lab-tn-ce08-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-ce08.
           go to lab-tn-ce08-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-ce08-02.
           close arqce08 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-ce08.
           open output arqce08.
           if ce08-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-ce08-04
           end-if.
           open input arqtrb.
      *
       lab-tn-ce08-03.
           read arqtrb at end
                close arqce08 arqtrb
                go to lab-tn-ce08-04
           end-read.
           move reg-trb to reg-ce08.
           write reg-ce08 invalid key
                 add 1 to cont-difer
                 go to lab-tn-ce08-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-ce08-03.
      *
       lab-tn-ce08-04.
           move nome-prod to nome-arq-ce08.
           perform rot-resultado.
      *
       lab-tn-ce08-fim.
           exit.
      *
       sec-tn-ce09 section.
      *
       lab-tn-ce09-00.
           move "ARQCE09A" to arquivo-corr.
           move nome-arq-ce09 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqce09.
           if ce09-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-ce09-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqce09
              move "E" to flag-resultado
              go to lab-tn-ce09-04
           end-if.
      *
       lab-tn-ce09-01.
           read arqce09 next record at end
                go to lab-tn-ce09-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-ce09.
           go to lab-tn-ce09-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-ce09-02.
           close arqce09 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-ce09.
           open output arqce09.
           if ce09-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-ce09-04
           end-if.
           open input arqtrb.
      *
       lab-tn-ce09-03.
           read arqtrb at end
                close arqce09 arqtrb
                go to lab-tn-ce09-04
           end-read.
           move reg-trb to reg-ce09.
           write reg-ce09 invalid key
                 add 1 to cont-difer
                 go to lab-tn-ce09-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-ce09-03.
      *
       lab-tn-ce09-04.
           move nome-prod to nome-arq-ce09.
           perform rot-resultado.
      *
       lab-tn-ce09-fim.
           exit.
      *
       sec-tn-ce10 section.
      *
       lab-tn-ce10-00.
           move "ARQCE10A" to arquivo-corr.
           move nome-arq-ce10 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqce10.
           if ce10-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-ce10-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqce10
              move "E" to flag-resultado
              go to lab-tn-ce10-04
           end-if.
      *
       lab-tn-ce10-01.
           read arqce10 next record at end
                go to lab-tn-ce10-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-ce10.
           go to lab-tn-ce10-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-ce10-02.
           close arqce10 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-ce10.
           open output arqce10.
           if ce10-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-ce10-04
           end-if.
           open input arqtrb.
      *
       lab-tn-ce10-03.
           read arqtrb at end
                close arqce10 arqtrb
                go to lab-tn-ce10-04
           end-read.
           move reg-trb to reg-ce10.
           write reg-ce10 invalid key
                 add 1 to cont-difer
                 go to lab-tn-ce10-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-ce10-03.
      *
       lab-tn-ce10-04.
           move nome-prod to nome-arq-ce10.
           perform rot-resultado.
      *
       lab-tn-ce10-fim.
           exit.
      *
       sec-tn-ce11 section.
      *
       lab-tn-ce11-00.
           move "ARQCE11A" to arquivo-corr.
           move nome-arq-ce11 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqce11.
           if ce11-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-ce11-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqce11
              move "E" to flag-resultado
              go to lab-tn-ce11-04
           end-if.
      *
       lab-tn-ce11-01.
           read arqce11 next record at end
                go to lab-tn-ce11-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-ce11.
           go to lab-tn-ce11-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-ce11-02.
           close arqce11 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-ce11.
           open output arqce11.
           if ce11-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-ce11-04
           end-if.
           open input arqtrb.
      *
       lab-tn-ce11-03.
           read arqtrb at end
                close arqce11 arqtrb
                go to lab-tn-ce11-04
           end-read.
           move reg-trb to reg-ce11.
           write reg-ce11 invalid key
                 add 1 to cont-difer
                 go to lab-tn-ce11-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-ce11-03.
      *
       lab-tn-ce11-04.
           move nome-prod to nome-arq-ce11.
           perform rot-resultado.
      *
       lab-tn-ce11-fim.
           exit.
      *
       sec-tn-ce12 section.
      *
       lab-tn-ce12-00.
           move "ARQCE12A" to arquivo-corr.
           move nome-arq-ce12 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqce12.
           if ce12-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-ce12-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqce12
              move "E" to flag-resultado
              go to lab-tn-ce12-04
           end-if.
      *
       lab-tn-ce12-01.
           read arqce12 next record at end
                go to lab-tn-ce12-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-ce12.
           go to lab-tn-ce12-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-ce12-02.
           close arqce12 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-ce12.
           open output arqce12.
           if ce12-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-ce12-04
           end-if.
           open input arqtrb.
      *
       lab-tn-ce12-03.
           read arqtrb at end
                close arqce12 arqtrb
                go to lab-tn-ce12-04
           end-read.
           move reg-trb to reg-ce12.
           write reg-ce12 invalid key
                 add 1 to cont-difer
                 go to lab-tn-ce12-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-ce12-03.
      *
       lab-tn-ce12-04.
           move nome-prod to nome-arq-ce12.
           perform rot-resultado.
      *
       lab-tn-ce12-fim.
           exit.
      *
       sec-tn-ce13 section.
      *
       lab-tn-ce13-00.
           move "ARQCE13A" to arquivo-corr.
           move nome-arq-ce13 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqce13.
           if ce13-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-ce13-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqce13
              move "E" to flag-resultado
              go to lab-tn-ce13-04
           end-if.
      *
       lab-tn-ce13-01.
           read arqce13 next record at end
                go to lab-tn-ce13-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-ce13.
           go to lab-tn-ce13-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-ce13-02.
           close arqce13 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-ce13.
           open output arqce13.
           if ce13-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-ce13-04
           end-if.
           open input arqtrb.
      *
       lab-tn-ce13-03.
           read arqtrb at end
                close arqce13 arqtrb
                go to lab-tn-ce13-04
           end-read.
           move reg-trb to reg-ce13.
           write reg-ce13 invalid key
                 add 1 to cont-difer
                 go to lab-tn-ce13-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-ce13-03.
      *
       lab-tn-ce13-04.
           move nome-prod to nome-arq-ce13.
           perform rot-resultado.
      *
       lab-tn-ce13-fim.
           exit.
      *
       sec-tn-ce14 section.
      *
       lab-tn-ce14-00.
           move "ARQCE14A" to arquivo-corr.
           move nome-arq-ce14 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqce14.
           if ce14-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-ce14-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqce14
              move "E" to flag-resultado
              go to lab-tn-ce14-04
           end-if.
      *
       lab-tn-ce14-01.
           read arqce14 next record at end
                go to lab-tn-ce14-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-ce14.
           go to lab-tn-ce14-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-ce14-02.
           close arqce14 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-ce14.
           open output arqce14.
           if ce14-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-ce14-04
           end-if.
           open input arqtrb.
      *
       lab-tn-ce14-03.
           read arqtrb at end
                close arqce14 arqtrb
                go to lab-tn-ce14-04
           end-read.
           move reg-trb to reg-ce14.
           write reg-ce14 invalid key
                 add 1 to cont-difer
                 go to lab-tn-ce14-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-ce14-03.
      *
       lab-tn-ce14-04.
           move nome-prod to nome-arq-ce14.
           perform rot-resultado.
      *
       lab-tn-ce14-fim.
           exit.
      *
       sec-tn-ch01 section.
      *
       lab-tn-ch01-00.
           move "ARQCH01A" to arquivo-corr.
           move nome-arq-ch01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqch01.
           if ch01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-ch01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqch01
              move "E" to flag-resultado
              go to lab-tn-ch01-04
           end-if.
      *
       lab-tn-ch01-01.
           read arqch01 next record at end
                go to lab-tn-ch01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-ch01.
           go to lab-tn-ch01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-ch01-02.
           close arqch01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-ch01.
           open output arqch01.
           if ch01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-ch01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-ch01-03.
           read arqtrb at end
                close arqch01 arqtrb
                go to lab-tn-ch01-04
           end-read.
           move reg-trb to reg-ch01.
           write reg-ch01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-ch01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-ch01-03.
      *
       lab-tn-ch01-04.
           move nome-prod to nome-arq-ch01.
           perform rot-resultado.
      *
       lab-tn-ch01-fim.
           exit.
      *
       sec-tn-ci01 section.
      *
       lab-tn-ci01-00.
           move "ARQCI01A" to arquivo-corr.
           move nome-arq-ci01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqci01.
           if ci01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-ci01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqci01
              move "E" to flag-resultado
              go to lab-tn-ci01-04
           end-if.
      *
       lab-tn-ci01-01.
           read arqci01 next record at end
                go to lab-tn-ci01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-ci01.
           go to lab-tn-ci01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-ci01-02.
           close arqci01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-ci01.
           open output arqci01.
           if ci01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-ci01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-ci01-03.
           read arqtrb at end
                close arqci01 arqtrb
                go to lab-tn-ci01-04
           end-read.
           move reg-trb to reg-ci01.
           write reg-ci01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-ci01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-ci01-03.
      *
       lab-tn-ci01-04.
           move nome-prod to nome-arq-ci01.
           perform rot-resultado.
      *
       lab-tn-ci01-fim.
           exit.
      *
       sec-tn-cm01 section.
      *
       lab-tn-cm01-00.
           move "ARQCM01A" to arquivo-corr.
           move nome-arq-cm01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqcm01.
           if cm01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-cm01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqcm01
              move "E" to flag-resultado
              go to lab-tn-cm01-04
           end-if.
      *
       lab-tn-cm01-01.
           read arqcm01 next record at end
                go to lab-tn-cm01-02
           end-read.
           add 1 to cont-orig.
           perform rot-emb-cm01 thru rot-emb-cm01-fim.
           write reg-trb from reg-cm01.
           go to lab-tn-cm01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-cm01-02.
           close arqcm01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-cm01.
           open output arqcm01.
           if cm01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-cm01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-cm01-03.
           read arqtrb at end
                close arqcm01 arqtrb
                go to lab-tn-cm01-04
           end-read.
           move reg-trb to reg-cm01.
           write reg-cm01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-cm01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-cm01-03.
      *
       lab-tn-cm01-04.
           move nome-prod to nome-arq-cm01.
           perform rot-resultado.
      *
       lab-tn-cm01-fim.
           exit.
      *
       sec-tn-cm02 section.
      *
       lab-tn-cm02-00.
           move "ARQCM02A" to arquivo-corr.
           move nome-arq-cm02 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqcm02.
           if cm02-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-cm02-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqcm02
              move "E" to flag-resultado
              go to lab-tn-cm02-04
           end-if.
      *
       lab-tn-cm02-01.
           read arqcm02 next record at end
                go to lab-tn-cm02-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-cm02.
           go to lab-tn-cm02-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-cm02-02.
           close arqcm02 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-cm02.
           open output arqcm02.
           if cm02-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-cm02-04
           end-if.
           open input arqtrb.
      *
       lab-tn-cm02-03.
           read arqtrb at end
                close arqcm02 arqtrb
                go to lab-tn-cm02-04
           end-read.
           move reg-trb to reg-cm02.
           write reg-cm02 invalid key
                 add 1 to cont-difer
                 go to lab-tn-cm02-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-cm02-03.
      *
       lab-tn-cm02-04.
           move nome-prod to nome-arq-cm02.
           perform rot-resultado.
      *
       lab-tn-cm02-fim.
           exit.
      *
       sec-tn-cn01 section.
      *
       lab-tn-cn01-00.
           move "ARQCN01A" to arquivo-corr.
           move nome-arq-cn01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqcn01.
           if cn01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-cn01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqcn01
              move "E" to flag-resultado
              go to lab-tn-cn01-04
           end-if.
      *
       lab-tn-cn01-01.
           read arqcn01 next record at end
                go to lab-tn-cn01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-cn01.
           go to lab-tn-cn01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-cn01-02.
           close arqcn01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-cn01.
           open output arqcn01.
           if cn01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-cn01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-cn01-03.
           read arqtrb at end
                close arqcn01 arqtrb
                go to lab-tn-cn01-04
           end-read.
           move reg-trb to reg-cn01.
           write reg-cn01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-cn01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-cn01-03.
      *
       lab-tn-cn01-04.
           move nome-prod to nome-arq-cn01.
           perform rot-resultado.
      *
       lab-tn-cn01-fim.
           exit.
      *
       sec-tn-co01 section.
      *
       lab-tn-co01-00.
           move "ARQCO01A" to arquivo-corr.
           move nome-arq-co01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqco01.
           if co01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-co01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqco01
              move "E" to flag-resultado
              go to lab-tn-co01-04
           end-if.
      *
       lab-tn-co01-01.
           read arqco01 next record at end
                go to lab-tn-co01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-co01.
           go to lab-tn-co01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-co01-02.
           close arqco01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-co01.
           open output arqco01.
           if co01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-co01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-co01-03.
           read arqtrb at end
                close arqco01 arqtrb
                go to lab-tn-co01-04
           end-read.
           move reg-trb to reg-co01.
           write reg-co01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-co01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-co01-03.
      *
       lab-tn-co01-04.
           move nome-prod to nome-arq-co01.
           perform rot-resultado.
      *
       lab-tn-co01-fim.
           exit.
      *
       sec-tn-cp01 section.
      *
       lab-tn-cp01-00.
           move "ARQCP01A" to arquivo-corr.
           move nome-arq-cp01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqcp01.
           if cp01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-cp01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqcp01
              move "E" to flag-resultado
              go to lab-tn-cp01-04
           end-if.
      *
       lab-tn-cp01-01.
           read arqcp01 next record at end
                go to lab-tn-cp01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-cp01.
           go to lab-tn-cp01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-cp01-02.
           close arqcp01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-cp01.
           open output arqcp01.
           if cp01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-cp01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-cp01-03.
           read arqtrb at end
                close arqcp01 arqtrb
                go to lab-tn-cp01-04
           end-read.
           move reg-trb to reg-cp01.
           write reg-cp01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-cp01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-cp01-03.
      *
       lab-tn-cp01-04.
           move nome-prod to nome-arq-cp01.
           perform rot-resultado.
      *
       lab-tn-cp01-fim.
           exit.
      *
       sec-tn-cr01 section.
      *
       lab-tn-cr01-00.
           move "ARQCR01A" to arquivo-corr.
           move nome-arq-cr01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqcr01.
           if cr01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-cr01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqcr01
              move "E" to flag-resultado
              go to lab-tn-cr01-04
           end-if.
      *
       lab-tn-cr01-01.
           read arqcr01 next record at end
                go to lab-tn-cr01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-cr01.
           go to lab-tn-cr01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-cr01-02.
           close arqcr01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-cr01.
           open output arqcr01.
           if cr01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-cr01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-cr01-03.
           read arqtrb at end
                close arqcr01 arqtrb
                go to lab-tn-cr01-04
           end-read.
           move reg-trb to reg-cr01.
           write reg-cr01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-cr01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-cr01-03.
      *
       lab-tn-cr01-04.
           move nome-prod to nome-arq-cr01.
           perform rot-resultado.
      *
       lab-tn-cr01-fim.
           exit.
      *
       sec-tn-cs01 section.
      *
       lab-tn-cs01-00.
           move "ARQCS01A" to arquivo-corr.
           move nome-arq-cs01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqcs01.
           if cs01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-cs01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqcs01
              move "E" to flag-resultado
              go to lab-tn-cs01-04
           end-if.
      *
       lab-tn-cs01-01.
           read arqcs01 next record at end
                go to lab-tn-cs01-02
           end-read.
           add 1 to cont-orig.
           perform rot-emb-cs01 thru rot-emb-cs01-fim.
           write reg-trb from reg-cs01.
           go to lab-tn-cs01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-cs01-02.
           close arqcs01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-cs01.
           open output arqcs01.
           if cs01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-cs01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-cs01-03.
           read arqtrb at end
                close arqcs01 arqtrb
                go to lab-tn-cs01-04
           end-read.
           move reg-trb to reg-cs01.
           write reg-cs01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-cs01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-cs01-03.
      *
       lab-tn-cs01-04.
           move nome-prod to nome-arq-cs01.
           perform rot-resultado.
      *
       lab-tn-cs01-fim.
           exit.
      *
       sec-tn-cs02 section.
      *
       lab-tn-cs02-00.
           move "ARQCS02A" to arquivo-corr.
           move nome-arq-cs02 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqcs02.
           if cs02-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-cs02-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqcs02
              move "E" to flag-resultado
              go to lab-tn-cs02-04
           end-if.
      *
       lab-tn-cs02-01.
           read arqcs02 next record at end
                go to lab-tn-cs02-02
           end-read.
           add 1 to cont-orig.
           perform rot-emb-cs02 thru rot-emb-cs02-fim.
           write reg-trb from reg-cs02.
           go to lab-tn-cs02-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-cs02-02.
           close arqcs02 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-cs02.
           open output arqcs02.
           if cs02-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-cs02-04
           end-if.
           open input arqtrb.
      *
       lab-tn-cs02-03.
           read arqtrb at end
                close arqcs02 arqtrb
                go to lab-tn-cs02-04
           end-read.
           move reg-trb to reg-cs02.
           write reg-cs02 invalid key
                 add 1 to cont-difer
                 go to lab-tn-cs02-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-cs02-03.
      *
       lab-tn-cs02-04.
           move nome-prod to nome-arq-cs02.
           perform rot-resultado.
      *
       lab-tn-cs02-fim.
           exit.
      *
       sec-tn-cv01 section.
      *
       lab-tn-cv01-00.
           move "ARQCV01A" to arquivo-corr.
           move nome-arq-cv01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqcv01.
           if cv01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-cv01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqcv01
              move "E" to flag-resultado
              go to lab-tn-cv01-04
           end-if.
      *
       lab-tn-cv01-01.
           read arqcv01 next record at end
                go to lab-tn-cv01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-cv01.
           go to lab-tn-cv01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-cv01-02.
           close arqcv01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-cv01.
           open output arqcv01.
           if cv01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-cv01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-cv01-03.
           read arqtrb at end
                close arqcv01 arqtrb
                go to lab-tn-cv01-04
           end-read.
           move reg-trb to reg-cv01.
           write reg-cv01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-cv01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-cv01-03.
      *
       lab-tn-cv01-04.
           move nome-prod to nome-arq-cv01.
           perform rot-resultado.
      *
       lab-tn-cv01-fim.
           exit.
      *
       sec-tn-cv02 section.
      *
       lab-tn-cv02-00.
           move "ARQCV02A" to arquivo-corr.
           move nome-arq-cv02 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqcv02.
           if cv02-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-cv02-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqcv02
              move "E" to flag-resultado
              go to lab-tn-cv02-04
           end-if.
      *
       lab-tn-cv02-01.
           read arqcv02 next record at end
                go to lab-tn-cv02-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-cv02.
           go to lab-tn-cv02-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-cv02-02.
           close arqcv02 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-cv02.
           open output arqcv02.
           if cv02-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-cv02-04
           end-if.
           open input arqtrb.
      *
       lab-tn-cv02-03.
           read arqtrb at end
                close arqcv02 arqtrb
                go to lab-tn-cv02-04
           end-read.
           move reg-trb to reg-cv02.
           write reg-cv02 invalid key
                 add 1 to cont-difer
                 go to lab-tn-cv02-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-cv02-03.
      *
       lab-tn-cv02-04.
           move nome-prod to nome-arq-cv02.
           perform rot-resultado.
      *
       lab-tn-cv02-fim.
           exit.
      *
       sec-tn-cx01 section.
      *
       lab-tn-cx01-00.
           move "ARQCX01A" to arquivo-corr.
           move nome-arq-cx01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqcx01.
           if cx01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-cx01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqcx01
              move "E" to flag-resultado
              go to lab-tn-cx01-04
           end-if.
      *
       lab-tn-cx01-01.
           read arqcx01 next record at end
                go to lab-tn-cx01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-cx01.
           go to lab-tn-cx01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-cx01-02.
           close arqcx01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-cx01.
           open output arqcx01.
           if cx01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-cx01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-cx01-03.
           read arqtrb at end
                close arqcx01 arqtrb
                go to lab-tn-cx01-04
           end-read.
           move reg-trb to reg-cx01.
           write reg-cx01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-cx01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-cx01-03.
      *
       lab-tn-cx01-04.
           move nome-prod to nome-arq-cx01.
           perform rot-resultado.
      *
       lab-tn-cx01-fim.
           exit.
      *
       sec-tn-da01 section.
      *
       lab-tn-da01-00.
           move "ARQDA01A" to arquivo-corr.
           move nome-arq-da01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqda01.
           if da01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-da01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqda01
              move "E" to flag-resultado
              go to lab-tn-da01-04
           end-if.
      *
       lab-tn-da01-01.
           read arqda01 next record at end
                go to lab-tn-da01-02
           end-read.
           add 1 to cont-orig.
           perform rot-emb-da01 thru rot-emb-da01-fim.
           write reg-trb from reg-da01.
           go to lab-tn-da01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-da01-02.
           close arqda01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-da01.
           open output arqda01.
           if da01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-da01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-da01-03.
           read arqtrb at end
                close arqda01 arqtrb
                go to lab-tn-da01-04
           end-read.
           move reg-trb to reg-da01.
           write reg-da01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-da01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-da01-03.
      *
       lab-tn-da01-04.
           move nome-prod to nome-arq-da01.
           perform rot-resultado.
      *
       lab-tn-da01-fim.
           exit.
      *
       sec-tn-df01 section.
      *
       lab-tn-df01-00.
           move "ARQDF01A" to arquivo-corr.
           move nome-arq-df01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqdf01.
           if df01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-df01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqdf01
              move "E" to flag-resultado
              go to lab-tn-df01-04
           end-if.
      *
       lab-tn-df01-01.
           read arqdf01 next record at end
                go to lab-tn-df01-02
           end-read.
           add 1 to cont-orig.
           perform rot-emb-df01 thru rot-emb-df01-fim.
           write reg-trb from reg-df01.
           go to lab-tn-df01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-df01-02.
           close arqdf01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-df01.
           open output arqdf01.
           if df01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-df01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-df01-03.
           read arqtrb at end
                close arqdf01 arqtrb
                go to lab-tn-df01-04
           end-read.
           move reg-trb to reg-df01.
           write reg-df01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-df01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-df01-03.
      *
       lab-tn-df01-04.
           move nome-prod to nome-arq-df01.
           perform rot-resultado.
      *
       lab-tn-df01-fim.
           exit.
      *
       sec-tn-dp01 section.
      *
       lab-tn-dp01-00.
           move "ARQDP01A" to arquivo-corr.
           move nome-arq-dp01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqdp01.
           if dp01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-dp01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqdp01
              move "E" to flag-resultado
              go to lab-tn-dp01-04
           end-if.
      *
       lab-tn-dp01-01.
           read arqdp01 next record at end
                go to lab-tn-dp01-02
           end-read.
           add 1 to cont-orig.
           perform rot-emb-dp01 thru rot-emb-dp01-fim.
           write reg-trb from reg-dp01.
           go to lab-tn-dp01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-dp01-02.
           close arqdp01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-dp01.
           open output arqdp01.
           if dp01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-dp01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-dp01-03.
           read arqtrb at end
                close arqdp01 arqtrb
                go to lab-tn-dp01-04
           end-read.
           move reg-trb to reg-dp01.
           write reg-dp01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-dp01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-dp01-03.
      *
       lab-tn-dp01-04.
           move nome-prod to nome-arq-dp01.
           perform rot-resultado.
      *
       lab-tn-dp01-fim.
           exit.
      *
       sec-tn-dr01 section.
      *
       lab-tn-dr01-00.
           move "ARQDR01A" to arquivo-corr.
           move nome-arq-dr01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqdr01.
           if dr01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-dr01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqdr01
              move "E" to flag-resultado
              go to lab-tn-dr01-04
           end-if.
      *
       lab-tn-dr01-01.
           read arqdr01 next record at end
                go to lab-tn-dr01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-dr01.
           go to lab-tn-dr01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-dr01-02.
           close arqdr01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-dr01.
           open output arqdr01.
           if dr01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-dr01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-dr01-03.
           read arqtrb at end
                close arqdr01 arqtrb
                go to lab-tn-dr01-04
           end-read.
           move reg-trb to reg-dr01.
           write reg-dr01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-dr01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-dr01-03.
      *
       lab-tn-dr01-04.
           move nome-prod to nome-arq-dr01.
           perform rot-resultado.
      *
       lab-tn-dr01-fim.
           exit.
      *
       sec-tn-el01 section.
      *
       lab-tn-el01-00.
           move "ARQEL01A" to arquivo-corr.
           move nome-arq-el01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqel01.
           if el01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-el01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqel01
              move "E" to flag-resultado
              go to lab-tn-el01-04
           end-if.
      *
       lab-tn-el01-01.
           read arqel01 next record at end
                go to lab-tn-el01-02
           end-read.
           add 1 to cont-orig.
           perform rot-emb-el01 thru rot-emb-el01-fim.
           write reg-trb from reg-el01.
           go to lab-tn-el01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-el01-02.
           close arqel01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-el01.
           open output arqel01.
           if el01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-el01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-el01-03.
           read arqtrb at end
                close arqel01 arqtrb
                go to lab-tn-el01-04
           end-read.
           move reg-trb to reg-el01.
           write reg-el01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-el01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-el01-03.
      *
       lab-tn-el01-04.
           move nome-prod to nome-arq-el01.
           perform rot-resultado.
      *
       lab-tn-el01-fim.
           exit.
      *
       sec-tn-em01 section.
      *
       lab-tn-em01-00.
           move "ARQEM01A" to arquivo-corr.
           move nome-arq-em01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqem01.
           if em01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-em01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqem01
              move "E" to flag-resultado
              go to lab-tn-em01-04
           end-if.
      *
       lab-tn-em01-01.
           read arqem01 next record at end
                go to lab-tn-em01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-em01.
           go to lab-tn-em01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-em01-02.
           close arqem01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-em01.
           open output arqem01.
           if em01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-em01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-em01-03.
           read arqtrb at end
                close arqem01 arqtrb
                go to lab-tn-em01-04
           end-read.
           move reg-trb to reg-em01.
           write reg-em01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-em01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-em01-03.
      *
       lab-tn-em01-04.
           move nome-prod to nome-arq-em01.
           perform rot-resultado.
      *
       lab-tn-em01-fim.
           exit.
      *
       sec-tn-es01 section.
      *
       lab-tn-es01-00.
           move "ARQES01A" to arquivo-corr.
           move nome-arq-es01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqes01.
           if es01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-es01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqes01
              move "E" to flag-resultado
              go to lab-tn-es01-04
           end-if.
      *
       lab-tn-es01-01.
           read arqes01 next record at end
                go to lab-tn-es01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-es01.
           go to lab-tn-es01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-es01-02.
           close arqes01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-es01.
           open output arqes01.
           if es01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-es01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-es01-03.
           read arqtrb at end
                close arqes01 arqtrb
                go to lab-tn-es01-04
           end-read.
           move reg-trb to reg-es01.
           write reg-es01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-es01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-es01-03.
      *
       lab-tn-es01-04.
           move nome-prod to nome-arq-es01.
           perform rot-resultado.
      *
       lab-tn-es01-fim.
           exit.
      *
       sec-tn-et01 section.
      *
       lab-tn-et01-00.
           move "ARQET01A" to arquivo-corr.
           move nome-arq-et01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqet01.
           if et01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-et01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqet01
              move "E" to flag-resultado
              go to lab-tn-et01-04
           end-if.
      *
       lab-tn-et01-01.
           read arqet01 next record at end
                go to lab-tn-et01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-et01.
           go to lab-tn-et01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-et01-02.
           close arqet01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-et01.
           open output arqet01.
           if et01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-et01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-et01-03.
           read arqtrb at end
                close arqet01 arqtrb
                go to lab-tn-et01-04
           end-read.
           move reg-trb to reg-et01.
           write reg-et01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-et01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-et01-03.
      *
       lab-tn-et01-04.
           move nome-prod to nome-arq-et01.
           perform rot-resultado.
      *
       lab-tn-et01-fim.
           exit.
      *
       sec-tn-ex01 section.
      *
       lab-tn-ex01-00.
           move "ARQEX01A" to arquivo-corr.
           move nome-arq-ex01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqex01.
           if ex01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-ex01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqex01
              move "E" to flag-resultado
              go to lab-tn-ex01-04
           end-if.
      *
       lab-tn-ex01-01.
           read arqex01 next record at end
                go to lab-tn-ex01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-ex01.
           go to lab-tn-ex01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-ex01-02.
           close arqex01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-ex01.
           open output arqex01.
           if ex01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-ex01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-ex01-03.
           read arqtrb at end
                close arqex01 arqtrb
                go to lab-tn-ex01-04
           end-read.
           move reg-trb to reg-ex01.
           write reg-ex01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-ex01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-ex01-03.
      *
       lab-tn-ex01-04.
           move nome-prod to nome-arq-ex01.
           perform rot-resultado.
      *
       lab-tn-ex01-fim.
           exit.
      *
       sec-tn-ex02 section.
      *
       lab-tn-ex02-00.
           move "ARQEX02A" to arquivo-corr.
           move nome-arq-ex02 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqex02.
           if ex02-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-ex02-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqex02
              move "E" to flag-resultado
              go to lab-tn-ex02-04
           end-if.
      *
       lab-tn-ex02-01.
           read arqex02 next record at end
                go to lab-tn-ex02-02
           end-read.
           add 1 to cont-orig.
           perform rot-emb-ex02 thru rot-emb-ex02-fim.
           write reg-trb from reg-ex02.
           go to lab-tn-ex02-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-ex02-02.
           close arqex02 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-ex02.
           open output arqex02.
           if ex02-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-ex02-04
           end-if.
           open input arqtrb.
      *
       lab-tn-ex02-03.
           read arqtrb at end
                close arqex02 arqtrb
                go to lab-tn-ex02-04
           end-read.
           move reg-trb to reg-ex02.
           write reg-ex02 invalid key
                 add 1 to cont-difer
                 go to lab-tn-ex02-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-ex02-03.
      *
       lab-tn-ex02-04.
           move nome-prod to nome-arq-ex02.
           perform rot-resultado.
      *
       lab-tn-ex02-fim.
           exit.
      *
       sec-tn-ex03 section.
      *
       lab-tn-ex03-00.
           move "ARQEX03A" to arquivo-corr.
           move nome-arq-ex03 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqex03.
           if ex03-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-ex03-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqex03
              move "E" to flag-resultado
              go to lab-tn-ex03-04
           end-if.
      *
       lab-tn-ex03-01.
           read arqex03 next record at end
                go to lab-tn-ex03-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-ex03.
           go to lab-tn-ex03-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-ex03-02.
           close arqex03 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-ex03.
           open output arqex03.
           if ex03-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-ex03-04
           end-if.
           open input arqtrb.
      *
       lab-tn-ex03-03.
           read arqtrb at end
                close arqex03 arqtrb
                go to lab-tn-ex03-04
           end-read.
           move reg-trb to reg-ex03.
           write reg-ex03 invalid key
                 add 1 to cont-difer
                 go to lab-tn-ex03-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-ex03-03.
      *
       lab-tn-ex03-04.
           move nome-prod to nome-arq-ex03.
           perform rot-resultado.
      *
       lab-tn-ex03-fim.
           exit.
      *
       sec-tn-fd01 section.
      *
       lab-tn-fd01-00.
           move "ARQFD01A" to arquivo-corr.
           move nome-arq-fd01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqfd01.
           if fd01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-fd01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqfd01
              move "E" to flag-resultado
              go to lab-tn-fd01-04
           end-if.
      *
       lab-tn-fd01-01.
           read arqfd01 next record at end
                go to lab-tn-fd01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-fd01.
           go to lab-tn-fd01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-fd01-02.
           close arqfd01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-fd01.
           open output arqfd01.
           if fd01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-fd01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-fd01-03.
           read arqtrb at end
                close arqfd01 arqtrb
                go to lab-tn-fd01-04
           end-read.
           move reg-trb to reg-fd01.
           write reg-fd01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-fd01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-fd01-03.
      *
       lab-tn-fd01-04.
           move nome-prod to nome-arq-fd01.
           perform rot-resultado.
      *
       lab-tn-fd01-fim.
           exit.
      *
       sec-tn-fv01 section.
      *
       lab-tn-fv01-00.
           move "ARQFV01A" to arquivo-corr.
           move nome-arq-fv01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqfv01.
           if fv01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-fv01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqfv01
              move "E" to flag-resultado
              go to lab-tn-fv01-04
           end-if.
      *
       lab-tn-fv01-01.
           read arqfv01 next record at end
                go to lab-tn-fv01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-fv01.
           go to lab-tn-fv01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-fv01-02.
           close arqfv01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-fv01.
           open output arqfv01.
           if fv01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-fv01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-fv01-03.
           read arqtrb at end
                close arqfv01 arqtrb
                go to lab-tn-fv01-04
           end-read.
           move reg-trb to reg-fv01.
           write reg-fv01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-fv01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-fv01-03.
      *
       lab-tn-fv01-04.
           move nome-prod to nome-arq-fv01.
           perform rot-resultado.
      *
       lab-tn-fv01-fim.
           exit.
      *
       sec-tn-fx01 section.
      *
       lab-tn-fx01-00.
           move "ARQFX01A" to arquivo-corr.
           move nome-arq-fx01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqfx01.
           if fx01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-fx01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqfx01
              move "E" to flag-resultado
              go to lab-tn-fx01-04
           end-if.
      *
       lab-tn-fx01-01.
           read arqfx01 next record at end
                go to lab-tn-fx01-02
           end-read.
           add 1 to cont-orig.
           perform rot-emb-fx01 thru rot-emb-fx01-fim.
           write reg-trb from reg-fx01.
           go to lab-tn-fx01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-fx01-02.
           close arqfx01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-fx01.
           open output arqfx01.
           if fx01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-fx01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-fx01-03.
           read arqtrb at end
                close arqfx01 arqtrb
                go to lab-tn-fx01-04
           end-read.
           move reg-trb to reg-fx01.
           write reg-fx01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-fx01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-fx01-03.
      *
       lab-tn-fx01-04.
           move nome-prod to nome-arq-fx01.
           perform rot-resultado.
      *
       lab-tn-fx01-fim.
           exit.
      *
       sec-tn-hb01 section.
      *
       lab-tn-hb01-00.
           move "ARQHB01A" to arquivo-corr.
           move nome-arq-hb01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqhb01.
           if hb01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-hb01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqhb01
              move "E" to flag-resultado
              go to lab-tn-hb01-04
           end-if.
      *
       lab-tn-hb01-01.
           read arqhb01 next record at end
                go to lab-tn-hb01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-hb01.
           go to lab-tn-hb01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-hb01-02.
           close arqhb01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-hb01.
           open output arqhb01.
           if hb01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-hb01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-hb01-03.
           read arqtrb at end
                close arqhb01 arqtrb
                go to lab-tn-hb01-04
           end-read.
           move reg-trb to reg-hb01.
           write reg-hb01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-hb01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-hb01-03.
      *
       lab-tn-hb01-04.
           move nome-prod to nome-arq-hb01.
           perform rot-resultado.
      *
       lab-tn-hb01-fim.
           exit.
      *
       sec-tn-hb02 section.
      *
       lab-tn-hb02-00.
           move "ARQHB02A" to arquivo-corr.
           move nome-arq-hb02 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqhb02.
           if hb02-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-hb02-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqhb02
              move "E" to flag-resultado
              go to lab-tn-hb02-04
           end-if.
      *
       lab-tn-hb02-01.
           read arqhb02 next record at end
                go to lab-tn-hb02-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-hb02.
           go to lab-tn-hb02-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-hb02-02.
           close arqhb02 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-hb02.
           open output arqhb02.
           if hb02-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-hb02-04
           end-if.
           open input arqtrb.
      *
       lab-tn-hb02-03.
           read arqtrb at end
                close arqhb02 arqtrb
                go to lab-tn-hb02-04
           end-read.
           move reg-trb to reg-hb02.
           write reg-hb02 invalid key
                 add 1 to cont-difer
                 go to lab-tn-hb02-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-hb02-03.
      *
       lab-tn-hb02-04.
           move nome-prod to nome-arq-hb02.
           perform rot-resultado.
      *
       lab-tn-hb02-fim.
           exit.
      *
       sec-tn-hc01 section.
      *
       lab-tn-hc01-00.
           move "ARQHC01A" to arquivo-corr.
           move nome-arq-hc01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqhc01.
           if hc01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-hc01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqhc01
              move "E" to flag-resultado
              go to lab-tn-hc01-04
           end-if.
      *
       lab-tn-hc01-01.
           read arqhc01 next record at end
                go to lab-tn-hc01-02
           end-read.
           add 1 to cont-orig.
           perform rot-emb-hc01 thru rot-emb-hc01-fim.
           write reg-trb from reg-hc01.
           go to lab-tn-hc01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-hc01-02.
           close arqhc01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-hc01.
           open output arqhc01.
           if hc01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-hc01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-hc01-03.
           read arqtrb at end
                close arqhc01 arqtrb
                go to lab-tn-hc01-04
           end-read.
           move reg-trb to reg-hc01.
           write reg-hc01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-hc01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-hc01-03.
      *
       lab-tn-hc01-04.
           move nome-prod to nome-arq-hc01.
           perform rot-resultado.
      *
       lab-tn-hc01-fim.
           exit.
      *
       sec-tn-hl01 section.
      *
       lab-tn-hl01-00.
           move "ARQHL01A" to arquivo-corr.
           move nome-arq-hl01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqhl01.
           if hl01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-hl01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqhl01
              move "E" to flag-resultado
              go to lab-tn-hl01-04
           end-if.
      *
       lab-tn-hl01-01.
           read arqhl01 next record at end
                go to lab-tn-hl01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-hl01.
           go to lab-tn-hl01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-hl01-02.
           close arqhl01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-hl01.
           open output arqhl01.
           if hl01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-hl01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-hl01-03.
           read arqtrb at end
                close arqhl01 arqtrb
                go to lab-tn-hl01-04
           end-read.
           move reg-trb to reg-hl01.
           write reg-hl01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-hl01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-hl01-03.
      *
       lab-tn-hl01-04.
           move nome-prod to nome-arq-hl01.
           perform rot-resultado.
      *
       lab-tn-hl01-fim.
           exit.
      *
       sec-tn-is01 section.
      *
       lab-tn-is01-00.
           move "ARQIS01A" to arquivo-corr.
           move nome-arq-is01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqis01.
           if is01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-is01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqis01
              move "E" to flag-resultado
              go to lab-tn-is01-04
           end-if.
      *
       lab-tn-is01-01.
           read arqis01 next record at end
                go to lab-tn-is01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-is01.
           go to lab-tn-is01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-is01-02.
           close arqis01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-is01.
           open output arqis01.
           if is01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-is01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-is01-03.
           read arqtrb at end
                close arqis01 arqtrb
                go to lab-tn-is01-04
           end-read.
           move reg-trb to reg-is01.
           write reg-is01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-is01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-is01-03.
      *
       lab-tn-is01-04.
           move nome-prod to nome-arq-is01.
           perform rot-resultado.
      *
       lab-tn-is01-fim.
           exit.
      *
       sec-tn-is02 section.
      *
       lab-tn-is02-00.
           move "ARQIS02A" to arquivo-corr.
           move nome-arq-is02 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqis02.
           if is02-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-is02-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqis02
              move "E" to flag-resultado
              go to lab-tn-is02-04
           end-if.
      *
       lab-tn-is02-01.
           read arqis02 next record at end
                go to lab-tn-is02-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-is02.
           go to lab-tn-is02-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-is02-02.
           close arqis02 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-is02.
           open output arqis02.
           if is02-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-is02-04
           end-if.
           open input arqtrb.
      *
       lab-tn-is02-03.
           read arqtrb at end
                close arqis02 arqtrb
                go to lab-tn-is02-04
           end-read.
           move reg-trb to reg-is02.
           write reg-is02 invalid key
                 add 1 to cont-difer
                 go to lab-tn-is02-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-is02-03.
      *
       lab-tn-is02-04.
           move nome-prod to nome-arq-is02.
           perform rot-resultado.
      *
       lab-tn-is02-fim.
           exit.
      *
       sec-tn-jb01 section.
      *
       lab-tn-jb01-00.
           move "ARQJB01A" to arquivo-corr.
           move nome-arq-jb01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqjb01.
           if jb01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-jb01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqjb01
              move "E" to flag-resultado
              go to lab-tn-jb01-04
           end-if.
      *
       lab-tn-jb01-01.
           read arqjb01 next record at end
                go to lab-tn-jb01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-jb01.
           go to lab-tn-jb01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-jb01-02.
           close arqjb01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-jb01.
           open output arqjb01.
           if jb01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-jb01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-jb01-03.
           read arqtrb at end
                close arqjb01 arqtrb
                go to lab-tn-jb01-04
           end-read.
           move reg-trb to reg-jb01.
           write reg-jb01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-jb01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-jb01-03.
      *
       lab-tn-jb01-04.
           move nome-prod to nome-arq-jb01.
           perform rot-resultado.
      *
       lab-tn-jb01-fim.
           exit.
      *
       sec-tn-lc01 section.
      *
       lab-tn-lc01-00.
           move "ARQLC01A" to arquivo-corr.
           move nome-arq-lc01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqlc01.
           if lc01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-lc01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqlc01
              move "E" to flag-resultado
              go to lab-tn-lc01-04
           end-if.
      *
       lab-tn-lc01-01.
           read arqlc01 next record at end
                go to lab-tn-lc01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-lc01.
           go to lab-tn-lc01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-lc01-02.
           close arqlc01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-lc01.
           open output arqlc01.
           if lc01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-lc01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-lc01-03.
           read arqtrb at end
                close arqlc01 arqtrb
                go to lab-tn-lc01-04
           end-read.
           move reg-trb to reg-lc01.
           write reg-lc01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-lc01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-lc01-03.
      *
       lab-tn-lc01-04.
           move nome-prod to nome-arq-lc01.
           perform rot-resultado.
      *
       lab-tn-lc01-fim.
           exit.
      *
       sec-tn-ld01 section.
      *
       lab-tn-ld01-00.
           move "ARQLD01A" to arquivo-corr.
           move nome-arq-ld01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqld01.
           if ld01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-ld01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqld01
              move "E" to flag-resultado
              go to lab-tn-ld01-04
           end-if.
      *
       lab-tn-ld01-01.
           read arqld01 next record at end
                go to lab-tn-ld01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-ld01.
           go to lab-tn-ld01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-ld01-02.
           close arqld01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-ld01.
           open output arqld01.
           if ld01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-ld01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-ld01-03.
           read arqtrb at end
                close arqld01 arqtrb
                go to lab-tn-ld01-04
           end-read.
           move reg-trb to reg-ld01.
           write reg-ld01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-ld01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-ld01-03.
      *
       lab-tn-ld01-04.
           move nome-prod to nome-arq-ld01.
           perform rot-resultado.
      *
       lab-tn-ld01-fim.
           exit.
      *
       sec-tn-le01 section.
      *
       lab-tn-le01-00.
           move "ARQLE01A" to arquivo-corr.
           move nome-arq-le01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqle01.
           if le01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-le01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqle01
              move "E" to flag-resultado
              go to lab-tn-le01-04
           end-if.
      *
       lab-tn-le01-01.
           read arqle01 next record at end
                go to lab-tn-le01-02
           end-read.
           add 1 to cont-orig.
           perform rot-emb-le01 thru rot-emb-le01-fim.
           write reg-trb from reg-le01.
           go to lab-tn-le01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-le01-02.
           close arqle01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-le01.
           open output arqle01.
           if le01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-le01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-le01-03.
           read arqtrb at end
                close arqle01 arqtrb
                go to lab-tn-le01-04
           end-read.
           move reg-trb to reg-le01.
           write reg-le01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-le01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-le01-03.
      *
       lab-tn-le01-04.
           move nome-prod to nome-arq-le01.
           perform rot-resultado.
      *
       lab-tn-le01-fim.
           exit.
      *
       sec-tn-lk01 section.
      *
       lab-tn-lk01-00.
           move "ARQLK01A" to arquivo-corr.
           move nome-arq-lk01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqlk01.
           if lk01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-lk01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqlk01
              move "E" to flag-resultado
              go to lab-tn-lk01-04
           end-if.
      *
       lab-tn-lk01-01.
           read arqlk01 next record at end
                go to lab-tn-lk01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-lk01.
           go to lab-tn-lk01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-lk01-02.
           close arqlk01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-lk01.
           open output arqlk01.
           if lk01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-lk01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-lk01-03.
           read arqtrb at end
                close arqlk01 arqtrb
                go to lab-tn-lk01-04
           end-read.
           move reg-trb to reg-lk01.
           write reg-lk01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-lk01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-lk01-03.
      *
       lab-tn-lk01-04.
           move nome-prod to nome-arq-lk01.
           perform rot-resultado.
      *
       lab-tn-lk01-fim.
           exit.
      *
       sec-tn-log01 section.
      *
       lab-tn-log01-00.
           move "ARQLOG01" to arquivo-corr.
           move nome-arq-log01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqlog01.
           if log01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-log01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqlog01
              move "E" to flag-resultado
              go to lab-tn-log01-04
           end-if.
      *
       lab-tn-log01-01.
           read arqlog01 next record at end
                go to lab-tn-log01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-log01.
           go to lab-tn-log01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-log01-02.
           close arqlog01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-log01.
           open output arqlog01.
           if log01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-log01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-log01-03.
           read arqtrb at end
                close arqlog01 arqtrb
                go to lab-tn-log01-04
           end-read.
           move reg-trb to reg-log01.
           write reg-log01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-log01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-log01-03.
      *
       lab-tn-log01-04.
           move nome-prod to nome-arq-log01.
           perform rot-resultado.
      *
       lab-tn-log01-fim.
           exit.
      *
       sec-tn-lp01 section.
      *
       lab-tn-lp01-00.
           move "ARQLP01A" to arquivo-corr.
           move nome-arq-lp01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqlp01.
           if lp01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-lp01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqlp01
              move "E" to flag-resultado
              go to lab-tn-lp01-04
           end-if.
      *
       lab-tn-lp01-01.
           read arqlp01 next record at end
                go to lab-tn-lp01-02
           end-read.
           add 1 to cont-orig.
           perform rot-emb-lp01 thru rot-emb-lp01-fim.
           write reg-trb from reg-lp01.
           go to lab-tn-lp01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-lp01-02.
           close arqlp01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-lp01.
           open output arqlp01.
           if lp01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-lp01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-lp01-03.
           read arqtrb at end
                close arqlp01 arqtrb
                go to lab-tn-lp01-04
           end-read.
           move reg-trb to reg-lp01.
           write reg-lp01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-lp01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-lp01-03.
      *
       lab-tn-lp01-04.
           move nome-prod to nome-arq-lp01.
           perform rot-resultado.
      *
       lab-tn-lp01-fim.
           exit.
      *
       sec-tn-md01 section.
      *
       lab-tn-md01-00.
           move "ARQMD01A" to arquivo-corr.
           move nome-arq-md01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqmd01.
           if md01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-md01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqmd01
              move "E" to flag-resultado
              go to lab-tn-md01-04
           end-if.
      *
       lab-tn-md01-01.
           read arqmd01 next record at end
                go to lab-tn-md01-02
           end-read.
           add 1 to cont-orig.
           perform rot-emb-md01 thru rot-emb-md01-fim.
           write reg-trb from reg-md01.
           go to lab-tn-md01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-md01-02.
           close arqmd01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-md01.
           open output arqmd01.
           if md01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-md01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-md01-03.
           read arqtrb at end
                close arqmd01 arqtrb
                go to lab-tn-md01-04
           end-read.
           move reg-trb to reg-md01.
           write reg-md01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-md01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-md01-03.
      *
       lab-tn-md01-04.
           move nome-prod to nome-arq-md01.
           perform rot-resultado.
      *
       lab-tn-md01-fim.
           exit.
      *
       sec-tn-ml01 section.
      *
       lab-tn-ml01-00.
           move "ARQML01A" to arquivo-corr.
           move nome-arq-ml01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqml01.
           if ml01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-ml01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqml01
              move "E" to flag-resultado
              go to lab-tn-ml01-04
           end-if.
      *
       lab-tn-ml01-01.
           read arqml01 next record at end
                go to lab-tn-ml01-02
           end-read.
           add 1 to cont-orig.
           perform rot-emb-ml01 thru rot-emb-ml01-fim.
           write reg-trb from reg-ml01.
           go to lab-tn-ml01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-ml01-02.
           close arqml01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-ml01.
           open output arqml01.
           if ml01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-ml01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-ml01-03.
           read arqtrb at end
                close arqml01 arqtrb
                go to lab-tn-ml01-04
           end-read.
           move reg-trb to reg-ml01.
           write reg-ml01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-ml01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-ml01-03.
      *
       lab-tn-ml01-04.
           move nome-prod to nome-arq-ml01.
           perform rot-resultado.
      *
       lab-tn-ml01-fim.
           exit.
      *
       sec-tn-ng01 section.
      *
       lab-tn-ng01-00.
           move "ARQNG01A" to arquivo-corr.
           move nome-arq-ng01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqng01.
           if ng01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-ng01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqng01
              move "E" to flag-resultado
              go to lab-tn-ng01-04
           end-if.
      *
       lab-tn-ng01-01.
           read arqng01 next record at end
                go to lab-tn-ng01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-ng01.
           go to lab-tn-ng01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-ng01-02.
           close arqng01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-ng01.
           open output arqng01.
           if ng01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-ng01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-ng01-03.
           read arqtrb at end
                close arqng01 arqtrb
                go to lab-tn-ng01-04
           end-read.
           move reg-trb to reg-ng01.
           write reg-ng01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-ng01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-ng01-03.
      *
       lab-tn-ng01-04.
           move nome-prod to nome-arq-ng01.
           perform rot-resultado.
      *
       lab-tn-ng01-fim.
           exit.
      *
       sec-tn-or01 section.
      *
       lab-tn-or01-00.
           move "ARQOR01A" to arquivo-corr.
           move nome-arq-or01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqor01.
           if or01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-or01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqor01
              move "E" to flag-resultado
              go to lab-tn-or01-04
           end-if.
      *
       lab-tn-or01-01.
           read arqor01 next record at end
                go to lab-tn-or01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-or01.
           go to lab-tn-or01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-or01-02.
           close arqor01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-or01.
           open output arqor01.
           if or01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-or01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-or01-03.
           read arqtrb at end
                close arqor01 arqtrb
                go to lab-tn-or01-04
           end-read.
           move reg-trb to reg-or01.
           write reg-or01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-or01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-or01-03.
      *
       lab-tn-or01-04.
           move nome-prod to nome-arq-or01.
           perform rot-resultado.
      *
       lab-tn-or01-fim.
           exit.
      *
       sec-tn-ov01 section.
      *
       lab-tn-ov01-00.
           move "ARQOV01A" to arquivo-corr.
           move nome-arq-ov01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqov01.
           if ov01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-ov01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqov01
              move "E" to flag-resultado
              go to lab-tn-ov01-04
           end-if.
      *
       lab-tn-ov01-01.
           read arqov01 next record at end
                go to lab-tn-ov01-02
           end-read.
           add 1 to cont-orig.
           perform rot-emb-ov01 thru rot-emb-ov01-fim.
           write reg-trb from reg-ov01.
           go to lab-tn-ov01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-ov01-02.
           close arqov01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-ov01.
           open output arqov01.
           if ov01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-ov01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-ov01-03.
           read arqtrb at end
                close arqov01 arqtrb
                go to lab-tn-ov01-04
           end-read.
           move reg-trb to reg-ov01.
           write reg-ov01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-ov01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-ov01-03.
      *
       lab-tn-ov01-04.
           move nome-prod to nome-arq-ov01.
           perform rot-resultado.
      *
       lab-tn-ov01-fim.
           exit.
      *
       sec-tn-pa01 section.
      *
       lab-tn-pa01-00.
           move "ARQPA01A" to arquivo-corr.
           move nome-arq-pa01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqpa01.
           if pa01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-pa01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqpa01
              move "E" to flag-resultado
              go to lab-tn-pa01-04
           end-if.
      *
       lab-tn-pa01-01.
           read arqpa01 next record at end
                go to lab-tn-pa01-02
           end-read.
           add 1 to cont-orig.
           perform rot-emb-pa01 thru rot-emb-pa01-fim.
           write reg-trb from reg-pa01.
           go to lab-tn-pa01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-pa01-02.
           close arqpa01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-pa01.
           open output arqpa01.
           if pa01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-pa01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-pa01-03.
           read arqtrb at end
                close arqpa01 arqtrb
                go to lab-tn-pa01-04
           end-read.
           move reg-trb to reg-pa01.
           write reg-pa01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-pa01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-pa01-03.
      *
       lab-tn-pa01-04.
           move nome-prod to nome-arq-pa01.
           perform rot-resultado.
      *
       lab-tn-pa01-fim.
           exit.
      *
       sec-tn-pa02 section.
      *
       lab-tn-pa02-00.
           move "ARQPA02A" to arquivo-corr.
           move nome-arq-pa02 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqpa02.
           if pa02-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-pa02-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqpa02
              move "E" to flag-resultado
              go to lab-tn-pa02-04
           end-if.
      *
       lab-tn-pa02-01.
           read arqpa02 next record at end
                go to lab-tn-pa02-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-pa02.
           go to lab-tn-pa02-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-pa02-02.
           close arqpa02 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-pa02.
           open output arqpa02.
           if pa02-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-pa02-04
           end-if.
           open input arqtrb.
      *
       lab-tn-pa02-03.
           read arqtrb at end
                close arqpa02 arqtrb
                go to lab-tn-pa02-04
           end-read.
           move reg-trb to reg-pa02.
           write reg-pa02 invalid key
                 add 1 to cont-difer
                 go to lab-tn-pa02-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-pa02-03.
      *
       lab-tn-pa02-04.
           move nome-prod to nome-arq-pa02.
           perform rot-resultado.
      *
       lab-tn-pa02-fim.
           exit.
      *
       sec-tn-pa03 section.
      *
       lab-tn-pa03-00.
           move "ARQPA03A" to arquivo-corr.
           move nome-arq-pa03 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqpa03.
           if pa03-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-pa03-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqpa03
              move "E" to flag-resultado
              go to lab-tn-pa03-04
           end-if.
      *
       lab-tn-pa03-01.
           read arqpa03 next record at end
                go to lab-tn-pa03-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-pa03.
           go to lab-tn-pa03-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-pa03-02.
           close arqpa03 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-pa03.
           open output arqpa03.
           if pa03-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-pa03-04
           end-if.
           open input arqtrb.
      *
       lab-tn-pa03-03.
           read arqtrb at end
                close arqpa03 arqtrb
                go to lab-tn-pa03-04
           end-read.
           move reg-trb to reg-pa03.
           write reg-pa03 invalid key
                 add 1 to cont-difer
                 go to lab-tn-pa03-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-pa03-03.
      *
       lab-tn-pa03-04.
           move nome-prod to nome-arq-pa03.
           perform rot-resultado.
      *
       lab-tn-pa03-fim.
           exit.
      *
       sec-tn-pc01 section.
      *
       lab-tn-pc01-00.
           move "ARQPC01A" to arquivo-corr.
           move nome-arq-pc01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqpc01.
           if pc01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-pc01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqpc01
              move "E" to flag-resultado
              go to lab-tn-pc01-04
           end-if.
      *
       lab-tn-pc01-01.
           read arqpc01 next record at end
                go to lab-tn-pc01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-pc01.
           go to lab-tn-pc01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-pc01-02.
           close arqpc01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-pc01.
           open output arqpc01.
           if pc01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-pc01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-pc01-03.
           read arqtrb at end
                close arqpc01 arqtrb
                go to lab-tn-pc01-04
           end-read.
           move reg-trb to reg-pc01.
           write reg-pc01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-pc01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-pc01-03.
      *
       lab-tn-pc01-04.
           move nome-prod to nome-arq-pc01.
           perform rot-resultado.
      *
       lab-tn-pc01-fim.
           exit.
      *
       sec-tn-pd01 section.
      *
       lab-tn-pd01-00.
           move "ARQPD01A" to arquivo-corr.
           move nome-arq-pd01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqpd01.
           if pd01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-pd01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqpd01
              move "E" to flag-resultado
              go to lab-tn-pd01-04
           end-if.
      *
       lab-tn-pd01-01.
           read arqpd01 next record at end
                go to lab-tn-pd01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-pd01.
           go to lab-tn-pd01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-pd01-02.
           close arqpd01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-pd01.
           open output arqpd01.
           if pd01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-pd01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-pd01-03.
           read arqtrb at end
                close arqpd01 arqtrb
                go to lab-tn-pd01-04
           end-read.
           move reg-trb to reg-pd01.
           write reg-pd01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-pd01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-pd01-03.
      *
       lab-tn-pd01-04.
           move nome-prod to nome-arq-pd01.
           perform rot-resultado.
      *
       lab-tn-pd01-fim.
           exit.
      *
       sec-tn-pj01 section.
      *
       lab-tn-pj01-00.
           move "ARQPJ01A" to arquivo-corr.
           move nome-arq-pj01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqpj01.
           if pj01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-pj01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqpj01
              move "E" to flag-resultado
              go to lab-tn-pj01-04
           end-if.
      *
       lab-tn-pj01-01.
           read arqpj01 next record at end
                go to lab-tn-pj01-02
           end-read.
           add 1 to cont-orig.
           perform rot-emb-pj01 thru rot-emb-pj01-fim.
           write reg-trb from reg-pj01.
           go to lab-tn-pj01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-pj01-02.
           close arqpj01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-pj01.
           open output arqpj01.
           if pj01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-pj01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-pj01-03.
           read arqtrb at end
                close arqpj01 arqtrb
                go to lab-tn-pj01-04
           end-read.
           move reg-trb to reg-pj01.
           write reg-pj01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-pj01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-pj01-03.
      *
       lab-tn-pj01-04.
           move nome-prod to nome-arq-pj01.
           perform rot-resultado.
      *
       lab-tn-pj01-fim.
           exit.
      *
       sec-tn-pj02 section.
      *
       lab-tn-pj02-00.
           move "ARQPJ02A" to arquivo-corr.
           move nome-arq-pj02 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqpj02.
           if pj02-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-pj02-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqpj02
              move "E" to flag-resultado
              go to lab-tn-pj02-04
           end-if.
      *
       lab-tn-pj02-01.
           read arqpj02 next record at end
                go to lab-tn-pj02-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-pj02.
           go to lab-tn-pj02-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-pj02-02.
           close arqpj02 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-pj02.
           open output arqpj02.
           if pj02-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-pj02-04
           end-if.
           open input arqtrb.
      *
       lab-tn-pj02-03.
           read arqtrb at end
                close arqpj02 arqtrb
                go to lab-tn-pj02-04
           end-read.
           move reg-trb to reg-pj02.
           write reg-pj02 invalid key
                 add 1 to cont-difer
                 go to lab-tn-pj02-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-pj02-03.
      *
       lab-tn-pj02-04.
           move nome-prod to nome-arq-pj02.
           perform rot-resultado.
      *
       lab-tn-pj02-fim.
           exit.
      *
       sec-tn-pl01 section.
      *
       lab-tn-pl01-00.
           move "ARQPL01A" to arquivo-corr.
           move nome-arq-pl01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqpl01.
           if pl01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-pl01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqpl01
              move "E" to flag-resultado
              go to lab-tn-pl01-04
           end-if.
      *
       lab-tn-pl01-01.
           read arqpl01 next record at end
                go to lab-tn-pl01-02
           end-read.
           add 1 to cont-orig.
           perform rot-emb-pl01 thru rot-emb-pl01-fim.
           write reg-trb from reg-pl01.
           go to lab-tn-pl01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-pl01-02.
           close arqpl01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-pl01.
           open output arqpl01.
           if pl01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-pl01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-pl01-03.
           read arqtrb at end
                close arqpl01 arqtrb
                go to lab-tn-pl01-04
           end-read.
           move reg-trb to reg-pl01.
           write reg-pl01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-pl01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-pl01-03.
      *
       lab-tn-pl01-04.
           move nome-prod to nome-arq-pl01.
           perform rot-resultado.
      *
       lab-tn-pl01-fim.
           exit.
      *
       sec-tn-pp01 section.
      *
       lab-tn-pp01-00.
           move "ARQPP01A" to arquivo-corr.
           move nome-arq-pp01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqpp01.
           if pp01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-pp01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqpp01
              move "E" to flag-resultado
              go to lab-tn-pp01-04
           end-if.
      *
       lab-tn-pp01-01.
           read arqpp01 next record at end
                go to lab-tn-pp01-02
           end-read.
           add 1 to cont-orig.
           perform rot-emb-pp01 thru rot-emb-pp01-fim.
           write reg-trb from reg-pp01.
           go to lab-tn-pp01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-pp01-02.
           close arqpp01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-pp01.
           open output arqpp01.
           if pp01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-pp01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-pp01-03.
           read arqtrb at end
                close arqpp01 arqtrb
                go to lab-tn-pp01-04
           end-read.
           move reg-trb to reg-pp01.
           write reg-pp01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-pp01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-pp01-03.
      *
       lab-tn-pp01-04.
           move nome-prod to nome-arq-pp01.
           perform rot-resultado.
      *
       lab-tn-pp01-fim.
           exit.
      *
       sec-tn-pq01 section.
      *
       lab-tn-pq01-00.
           move "ARQPQ01A" to arquivo-corr.
           move nome-arq-pq01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqpq01.
           if pq01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-pq01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqpq01
              move "E" to flag-resultado
              go to lab-tn-pq01-04
           end-if.
      *
       lab-tn-pq01-01.
           read arqpq01 next record at end
                go to lab-tn-pq01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-pq01.
           go to lab-tn-pq01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-pq01-02.
           close arqpq01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-pq01.
           open output arqpq01.
           if pq01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-pq01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-pq01-03.
           read arqtrb at end
                close arqpq01 arqtrb
                go to lab-tn-pq01-04
           end-read.
           move reg-trb to reg-pq01.
           write reg-pq01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-pq01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-pq01-03.
      *
       lab-tn-pq01-04.
           move nome-prod to nome-arq-pq01.
           perform rot-resultado.
      *
       lab-tn-pq01-fim.
           exit.
      *
       sec-tn-pq02 section.
      *
       lab-tn-pq02-00.
           move "ARQPQ02A" to arquivo-corr.
           move nome-arq-pq02 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqpq02.
           if pq02-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-pq02-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqpq02
              move "E" to flag-resultado
              go to lab-tn-pq02-04
           end-if.
      *
       lab-tn-pq02-01.
           read arqpq02 next record at end
                go to lab-tn-pq02-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-pq02.
           go to lab-tn-pq02-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-pq02-02.
           close arqpq02 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-pq02.
           open output arqpq02.
           if pq02-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-pq02-04
           end-if.
           open input arqtrb.
      *
       lab-tn-pq02-03.
           read arqtrb at end
                close arqpq02 arqtrb
                go to lab-tn-pq02-04
           end-read.
           move reg-trb to reg-pq02.
           write reg-pq02 invalid key
                 add 1 to cont-difer
                 go to lab-tn-pq02-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-pq02-03.
      *
       lab-tn-pq02-04.
           move nome-prod to nome-arq-pq02.
           perform rot-resultado.
      *
       lab-tn-pq02-fim.
           exit.
      *
       sec-tn-pr01 section.
      *
       lab-tn-pr01-00.
           move "ARQPR01A" to arquivo-corr.
           move nome-arq-pr01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqpr01.
           if pr01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-pr01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqpr01
              move "E" to flag-resultado
              go to lab-tn-pr01-04
           end-if.
      *
       lab-tn-pr01-01.
           read arqpr01 next record at end
                go to lab-tn-pr01-02
           end-read.
           add 1 to cont-orig.
           perform rot-emb-pr01 thru rot-emb-pr01-fim.
           write reg-trb from reg-pr01.
           go to lab-tn-pr01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-pr01-02.
           close arqpr01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-pr01.
           open output arqpr01.
           if pr01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-pr01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-pr01-03.
           read arqtrb at end
                close arqpr01 arqtrb
                go to lab-tn-pr01-04
           end-read.
           move reg-trb to reg-pr01.
           write reg-pr01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-pr01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-pr01-03.
      *
       lab-tn-pr01-04.
           move nome-prod to nome-arq-pr01.
           perform rot-resultado.
      *
       lab-tn-pr01-fim.
           exit.
      *
       sec-tn-pt01 section.
      *
       lab-tn-pt01-00.
           move "ARQPT01A" to arquivo-corr.
           move nome-arq-pt01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqpt01.
           if pt01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-pt01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqpt01
              move "E" to flag-resultado
              go to lab-tn-pt01-04
           end-if.
      *
       lab-tn-pt01-01.
           read arqpt01 next record at end
                go to lab-tn-pt01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-pt01.
           go to lab-tn-pt01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-pt01-02.
           close arqpt01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-pt01.
           open output arqpt01.
           if pt01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-pt01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-pt01-03.
           read arqtrb at end
                close arqpt01 arqtrb
                go to lab-tn-pt01-04
           end-read.
           move reg-trb to reg-pt01.
           write reg-pt01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-pt01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-pt01-03.
      *
       lab-tn-pt01-04.
           move nome-prod to nome-arq-pt01.
           perform rot-resultado.
      *
       lab-tn-pt01-fim.
           exit.
      *
       sec-tn-pu01 section.
      *
       lab-tn-pu01-00.
           move "ARQPU01A" to arquivo-corr.
           move nome-arq-pu01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqpu01.
           if pu01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-pu01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqpu01
              move "E" to flag-resultado
              go to lab-tn-pu01-04
           end-if.
      *
       lab-tn-pu01-01.
           read arqpu01 next record at end
                go to lab-tn-pu01-02
           end-read.
           add 1 to cont-orig.
           perform rot-emb-pu01 thru rot-emb-pu01-fim.
           write reg-trb from reg-pu01.
           go to lab-tn-pu01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-pu01-02.
           close arqpu01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-pu01.
           open output arqpu01.
           if pu01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-pu01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-pu01-03.
           read arqtrb at end
                close arqpu01 arqtrb
                go to lab-tn-pu01-04
           end-read.
           move reg-trb to reg-pu01.
           write reg-pu01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-pu01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-pu01-03.
      *
       lab-tn-pu01-04.
           move nome-prod to nome-arq-pu01.
           perform rot-resultado.
      *
       lab-tn-pu01-fim.
           exit.
      *
       sec-tn-pu02 section.
      *
       lab-tn-pu02-00.
           move "ARQPU02A" to arquivo-corr.
           move nome-arq-pu02 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqpu02.
           if pu02-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-pu02-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqpu02
              move "E" to flag-resultado
              go to lab-tn-pu02-04
           end-if.
      *
       lab-tn-pu02-01.
           read arqpu02 next record at end
                go to lab-tn-pu02-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-pu02.
           go to lab-tn-pu02-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-pu02-02.
           close arqpu02 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-pu02.
           open output arqpu02.
           if pu02-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-pu02-04
           end-if.
           open input arqtrb.
      *
       lab-tn-pu02-03.
           read arqtrb at end
                close arqpu02 arqtrb
                go to lab-tn-pu02-04
           end-read.
           move reg-trb to reg-pu02.
           write reg-pu02 invalid key
                 add 1 to cont-difer
                 go to lab-tn-pu02-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-pu02-03.
      *
       lab-tn-pu02-04.
           move nome-prod to nome-arq-pu02.
           perform rot-resultado.
      *
       lab-tn-pu02-fim.
           exit.
      *
       sec-tn-pv01 section.
      *
       lab-tn-pv01-00.
           move "ARQPV01A" to arquivo-corr.
           move nome-arq-pv01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqpv01.
           if pv01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-pv01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqpv01
              move "E" to flag-resultado
              go to lab-tn-pv01-04
           end-if.
      *
       lab-tn-pv01-01.
           read arqpv01 next record at end
                go to lab-tn-pv01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-pv01.
           go to lab-tn-pv01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-pv01-02.
           close arqpv01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-pv01.
           open output arqpv01.
           if pv01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-pv01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-pv01-03.
           read arqtrb at end
                close arqpv01 arqtrb
                go to lab-tn-pv01-04
           end-read.
           move reg-trb to reg-pv01.
           write reg-pv01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-pv01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-pv01-03.
      *
       lab-tn-pv01-04.
           move nome-prod to nome-arq-pv01.
           perform rot-resultado.
      *
       lab-tn-pv01-fim.
           exit.
      *
       sec-tn-qd01 section.
      *
       lab-tn-qd01-00.
           move "ARQQD01A" to arquivo-corr.
           move nome-arq-qd01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqqd01.
           if qd01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-qd01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqqd01
              move "E" to flag-resultado
              go to lab-tn-qd01-04
           end-if.
      *
       lab-tn-qd01-01.
           read arqqd01 next record at end
                go to lab-tn-qd01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-qd01.
           go to lab-tn-qd01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-qd01-02.
           close arqqd01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-qd01.
           open output arqqd01.
           if qd01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-qd01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-qd01-03.
           read arqtrb at end
                close arqqd01 arqtrb
                go to lab-tn-qd01-04
           end-read.
           move reg-trb to reg-qd01.
           write reg-qd01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-qd01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-qd01-03.
      *
       lab-tn-qd01-04.
           move nome-prod to nome-arq-qd01.
           perform rot-resultado.
      *
       lab-tn-qd01-fim.
           exit.
      *
       sec-tn-qt01 section.
      *
       lab-tn-qt01-00.
           move "ARQQT01A" to arquivo-corr.
           move nome-arq-qt01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqqt01.
           if qt01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-qt01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqqt01
              move "E" to flag-resultado
              go to lab-tn-qt01-04
           end-if.
      *
       lab-tn-qt01-01.
           read arqqt01 next record at end
                go to lab-tn-qt01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-qt01.
           go to lab-tn-qt01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-qt01-02.
           close arqqt01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-qt01.
           open output arqqt01.
           if qt01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-qt01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-qt01-03.
           read arqtrb at end
                close arqqt01 arqtrb
                go to lab-tn-qt01-04
           end-read.
           move reg-trb to reg-qt01.
           write reg-qt01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-qt01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-qt01-03.
      *
       lab-tn-qt01-04.
           move nome-prod to nome-arq-qt01.
           perform rot-resultado.
      *
       lab-tn-qt01-fim.
           exit.
      *
       sec-tn-qt02 section.
      *
       lab-tn-qt02-00.
           move "ARQQT02A" to arquivo-corr.
           move nome-arq-qt02 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqqt02.
           if qt02-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-qt02-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqqt02
              move "E" to flag-resultado
              go to lab-tn-qt02-04
           end-if.
      *
       lab-tn-qt02-01.
           read arqqt02 next record at end
                go to lab-tn-qt02-02
           end-read.
           add 1 to cont-orig.
           perform rot-emb-qt02 thru rot-emb-qt02-fim.
           write reg-trb from reg-qt02.
           go to lab-tn-qt02-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-qt02-02.
           close arqqt02 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-qt02.
           open output arqqt02.
           if qt02-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-qt02-04
           end-if.
           open input arqtrb.
      *
       lab-tn-qt02-03.
           read arqtrb at end
                close arqqt02 arqtrb
                go to lab-tn-qt02-04
           end-read.
           move reg-trb to reg-qt02.
           write reg-qt02 invalid key
                 add 1 to cont-difer
                 go to lab-tn-qt02-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-qt02-03.
      *
       lab-tn-qt02-04.
           move nome-prod to nome-arq-qt02.
           perform rot-resultado.
      *
       lab-tn-qt02-fim.
           exit.
      *
       sec-tn-qt03 section.
      *
       lab-tn-qt03-00.
           move "ARQQT03A" to arquivo-corr.
           move nome-arq-qt03 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqqt03.
           if qt03-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-qt03-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqqt03
              move "E" to flag-resultado
              go to lab-tn-qt03-04
           end-if.
      *
       lab-tn-qt03-01.
           read arqqt03 next record at end
                go to lab-tn-qt03-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-qt03.
           go to lab-tn-qt03-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-qt03-02.
           close arqqt03 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-qt03.
           open output arqqt03.
           if qt03-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-qt03-04
           end-if.
           open input arqtrb.
      *
       lab-tn-qt03-03.
           read arqtrb at end
                close arqqt03 arqtrb
                go to lab-tn-qt03-04
           end-read.
           move reg-trb to reg-qt03.
           write reg-qt03 invalid key
                 add 1 to cont-difer
                 go to lab-tn-qt03-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-qt03-03.
      *
       lab-tn-qt03-04.
           move nome-prod to nome-arq-qt03.
           perform rot-resultado.
      *
       lab-tn-qt03-fim.
           exit.
      *
       sec-tn-ra01 section.
      *
       lab-tn-ra01-00.
           move "ARQRA01A" to arquivo-corr.
           move nome-arq-ra01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqra01.
           if ra01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-ra01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqra01
              move "E" to flag-resultado
              go to lab-tn-ra01-04
           end-if.
      *
       lab-tn-ra01-01.
           read arqra01 next record at end
                go to lab-tn-ra01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-ra01.
           go to lab-tn-ra01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-ra01-02.
           close arqra01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-ra01.
           open output arqra01.
           if ra01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-ra01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-ra01-03.
           read arqtrb at end
                close arqra01 arqtrb
                go to lab-tn-ra01-04
           end-read.
           move reg-trb to reg-ra01.
           write reg-ra01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-ra01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-ra01-03.
      *
       lab-tn-ra01-04.
           move nome-prod to nome-arq-ra01.
           perform rot-resultado.
      *
       lab-tn-ra01-fim.
           exit.
      *
       sec-tn-rb01 section.
      *
       lab-tn-rb01-00.
           move "ARQRB01A" to arquivo-corr.
           move nome-arq-rb01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqrb01.
           if rb01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-rb01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqrb01
              move "E" to flag-resultado
              go to lab-tn-rb01-04
           end-if.
      *
       lab-tn-rb01-01.
           read arqrb01 next record at end
                go to lab-tn-rb01-02
           end-read.
           add 1 to cont-orig.
           perform rot-emb-rb01 thru rot-emb-rb01-fim.
           write reg-trb from reg-rb01.
           go to lab-tn-rb01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-rb01-02.
           close arqrb01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-rb01.
           open output arqrb01.
           if rb01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-rb01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-rb01-03.
           read arqtrb at end
                close arqrb01 arqtrb
                go to lab-tn-rb01-04
           end-read.
           move reg-trb to reg-rb01.
           write reg-rb01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-rb01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-rb01-03.
      *
       lab-tn-rb01-04.
           move nome-prod to nome-arq-rb01.
           perform rot-resultado.
      *
       lab-tn-rb01-fim.
           exit.
      *
       sec-tn-rc01 section.
      *
       lab-tn-rc01-00.
           move "ARQRC01A" to arquivo-corr.
           move nome-arq-rc01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqrc01.
           if rc01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-rc01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqrc01
              move "E" to flag-resultado
              go to lab-tn-rc01-04
           end-if.
      *
       lab-tn-rc01-01.
           read arqrc01 next record at end
                go to lab-tn-rc01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-rc01.
           go to lab-tn-rc01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-rc01-02.
           close arqrc01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-rc01.
           open output arqrc01.
           if rc01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-rc01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-rc01-03.
           read arqtrb at end
                close arqrc01 arqtrb
                go to lab-tn-rc01-04
           end-read.
           move reg-trb to reg-rc01.
           write reg-rc01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-rc01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-rc01-03.
      *
       lab-tn-rc01-04.
           move nome-prod to nome-arq-rc01.
           perform rot-resultado.
      *
       lab-tn-rc01-fim.
           exit.
      *
       sec-tn-rd01 section.
      *
       lab-tn-rd01-00.
           move "ARQRD01A" to arquivo-corr.
           move nome-arq-rd01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqrd01.
           if rd01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-rd01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqrd01
              move "E" to flag-resultado
              go to lab-tn-rd01-04
           end-if.
      *
       lab-tn-rd01-01.
           read arqrd01 next record at end
                go to lab-tn-rd01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-rd01.
           go to lab-tn-rd01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-rd01-02.
           close arqrd01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-rd01.
           open output arqrd01.
           if rd01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-rd01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-rd01-03.
           read arqtrb at end
                close arqrd01 arqtrb
                go to lab-tn-rd01-04
           end-read.
           move reg-trb to reg-rd01.
           write reg-rd01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-rd01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-rd01-03.
      *
       lab-tn-rd01-04.
           move nome-prod to nome-arq-rd01.
           perform rot-resultado.
      *
       lab-tn-rd01-fim.
           exit.
      *
       sec-tn-rd02 section.
      *
       lab-tn-rd02-00.
           move "ARQRD02A" to arquivo-corr.
           move nome-arq-rd02 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqrd02.
           if rd02-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-rd02-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqrd02
              move "E" to flag-resultado
              go to lab-tn-rd02-04
           end-if.
      *
       lab-tn-rd02-01.
           read arqrd02 next record at end
                go to lab-tn-rd02-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-rd02.
           go to lab-tn-rd02-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-rd02-02.
           close arqrd02 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-rd02.
           open output arqrd02.
           if rd02-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-rd02-04
           end-if.
           open input arqtrb.
      *
       lab-tn-rd02-03.
           read arqtrb at end
                close arqrd02 arqtrb
                go to lab-tn-rd02-04
           end-read.
           move reg-trb to reg-rd02.
           write reg-rd02 invalid key
                 add 1 to cont-difer
                 go to lab-tn-rd02-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-rd02-03.
      *
       lab-tn-rd02-04.
           move nome-prod to nome-arq-rd02.
           perform rot-resultado.
      *
       lab-tn-rd02-fim.
           exit.
      *
       sec-tn-rd03 section.
      *
       lab-tn-rd03-00.
           move "ARQRD03A" to arquivo-corr.
           move nome-arq-rd03 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqrd03.
           if rd03-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-rd03-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqrd03
              move "E" to flag-resultado
              go to lab-tn-rd03-04
           end-if.
      *
       lab-tn-rd03-01.
           read arqrd03 next record at end
                go to lab-tn-rd03-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-rd03.
           go to lab-tn-rd03-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-rd03-02.
           close arqrd03 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-rd03.
           open output arqrd03.
           if rd03-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-rd03-04
           end-if.
           open input arqtrb.
      *
       lab-tn-rd03-03.
           read arqtrb at end
                close arqrd03 arqtrb
                go to lab-tn-rd03-04
           end-read.
           move reg-trb to reg-rd03.
           write reg-rd03 invalid key
                 add 1 to cont-difer
                 go to lab-tn-rd03-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-rd03-03.
      *
       lab-tn-rd03-04.
           move nome-prod to nome-arq-rd03.
           perform rot-resultado.
      *
       lab-tn-rd03-fim.
           exit.
      *
       sec-tn-rd04 section.
      *
       lab-tn-rd04-00.
           move "ARQRD04A" to arquivo-corr.
           move nome-arq-rd04 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqrd04.
           if rd04-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-rd04-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqrd04
              move "E" to flag-resultado
              go to lab-tn-rd04-04
           end-if.
      *
       lab-tn-rd04-01.
           read arqrd04 next record at end
                go to lab-tn-rd04-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-rd04.
           go to lab-tn-rd04-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-rd04-02.
           close arqrd04 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-rd04.
           open output arqrd04.
           if rd04-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-rd04-04
           end-if.
           open input arqtrb.
      *
       lab-tn-rd04-03.
           read arqtrb at end
                close arqrd04 arqtrb
                go to lab-tn-rd04-04
           end-read.
           move reg-trb to reg-rd04.
           write reg-rd04 invalid key
                 add 1 to cont-difer
                 go to lab-tn-rd04-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-rd04-03.
      *
       lab-tn-rd04-04.
           move nome-prod to nome-arq-rd04.
           perform rot-resultado.
      *
       lab-tn-rd04-fim.
           exit.
      *
       sec-tn-re01 section.
      *
       lab-tn-re01-00.
           move "ARQRE01A" to arquivo-corr.
           move nome-arq-re01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqre01.
           if re01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-re01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqre01
              move "E" to flag-resultado
              go to lab-tn-re01-04
           end-if.
      *
       lab-tn-re01-01.
           read arqre01 next record at end
                go to lab-tn-re01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-re01.
           go to lab-tn-re01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-re01-02.
           close arqre01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-re01.
           open output arqre01.
           if re01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-re01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-re01-03.
           read arqtrb at end
                close arqre01 arqtrb
                go to lab-tn-re01-04
           end-read.
           move reg-trb to reg-re01.
           write reg-re01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-re01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-re01-03.
      *
       lab-tn-re01-04.
           move nome-prod to nome-arq-re01.
           perform rot-resultado.
      *
       lab-tn-re01-fim.
           exit.
      *
       sec-tn-rk01 section.
      *
       lab-tn-rk01-00.
           move "ARQRK01A" to arquivo-corr.
           move nome-arq-rk01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqrk01.
           if rk01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-rk01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqrk01
              move "E" to flag-resultado
              go to lab-tn-rk01-04
           end-if.
      *
       lab-tn-rk01-01.
           read arqrk01 next record at end
                go to lab-tn-rk01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-rk01.
           go to lab-tn-rk01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-rk01-02.
           close arqrk01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-rk01.
           open output arqrk01.
           if rk01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-rk01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-rk01-03.
           read arqtrb at end
                close arqrk01 arqtrb
                go to lab-tn-rk01-04
           end-read.
           move reg-trb to reg-rk01.
           write reg-rk01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-rk01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-rk01-03.
      *
       lab-tn-rk01-04.
           move nome-prod to nome-arq-rk01.
           perform rot-resultado.
      *
       lab-tn-rk01-fim.
           exit.
      *
       sec-tn-rl01 section.
      *
       lab-tn-rl01-00.
           move "ARQRL01A" to arquivo-corr.
           move nome-arq-rl01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqrl01.
           if rl01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-rl01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqrl01
              move "E" to flag-resultado
              go to lab-tn-rl01-04
           end-if.
      *
       lab-tn-rl01-01.
           read arqrl01 next record at end
                go to lab-tn-rl01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-rl01.
           go to lab-tn-rl01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-rl01-02.
           close arqrl01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-rl01.
           open output arqrl01.
           if rl01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-rl01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-rl01-03.
           read arqtrb at end
                close arqrl01 arqtrb
                go to lab-tn-rl01-04
           end-read.
           move reg-trb to reg-rl01.
           write reg-rl01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-rl01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-rl01-03.
      *
       lab-tn-rl01-04.
           move nome-prod to nome-arq-rl01.
           perform rot-resultado.
      *
       lab-tn-rl01-fim.
           exit.
      *
       sec-tn-rn01 section.
      *
       lab-tn-rn01-00.
           move "ARQRN01A" to arquivo-corr.
           move nome-arq-rn01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqrn01.
           if rn01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-rn01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqrn01
              move "E" to flag-resultado
              go to lab-tn-rn01-04
           end-if.
      *
       lab-tn-rn01-01.
           read arqrn01 next record at end
                go to lab-tn-rn01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-rn01.
           go to lab-tn-rn01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-rn01-02.
           close arqrn01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-rn01.
           open output arqrn01.
           if rn01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-rn01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-rn01-03.
           read arqtrb at end
                close arqrn01 arqtrb
                go to lab-tn-rn01-04
           end-read.
           move reg-trb to reg-rn01.
           write reg-rn01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-rn01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-rn01-03.
      *
       lab-tn-rn01-04.
           move nome-prod to nome-arq-rn01.
           perform rot-resultado.
      *
       lab-tn-rn01-fim.
           exit.
      *
       sec-tn-rp01 section.
      *
       lab-tn-rp01-00.
           move "ARQRP01A" to arquivo-corr.
           move nome-arq-rp01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqrp01.
           if rp01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-rp01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqrp01
              move "E" to flag-resultado
              go to lab-tn-rp01-04
           end-if.
      *
       lab-tn-rp01-01.
           read arqrp01 next record at end
                go to lab-tn-rp01-02
           end-read.
           add 1 to cont-orig.
           perform rot-emb-rp01 thru rot-emb-rp01-fim.
           write reg-trb from reg-rp01.
           go to lab-tn-rp01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-rp01-02.
           close arqrp01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-rp01.
           open output arqrp01.
           if rp01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-rp01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-rp01-03.
           read arqtrb at end
                close arqrp01 arqtrb
                go to lab-tn-rp01-04
           end-read.
           move reg-trb to reg-rp01.
           write reg-rp01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-rp01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-rp01-03.
      *
       lab-tn-rp01-04.
           move nome-prod to nome-arq-rp01.
           perform rot-resultado.
      *
       lab-tn-rp01-fim.
           exit.
      *
       sec-tn-rs01 section.
      *
       lab-tn-rs01-00.
           move "ARQRS01A" to arquivo-corr.
           move nome-arq-rs01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqrs01.
           if rs01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-rs01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqrs01
              move "E" to flag-resultado
              go to lab-tn-rs01-04
           end-if.
      *
       lab-tn-rs01-01.
           read arqrs01 next record at end
                go to lab-tn-rs01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-rs01.
           go to lab-tn-rs01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-rs01-02.
           close arqrs01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-rs01.
           open output arqrs01.
           if rs01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-rs01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-rs01-03.
           read arqtrb at end
                close arqrs01 arqtrb
                go to lab-tn-rs01-04
           end-read.
           move reg-trb to reg-rs01.
           write reg-rs01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-rs01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-rs01-03.
      *
       lab-tn-rs01-04.
           move nome-prod to nome-arq-rs01.
           perform rot-resultado.
      *
       lab-tn-rs01-fim.
           exit.
      *
       sec-tn-sa01 section.
      *
       lab-tn-sa01-00.
           move "ARQSA01A" to arquivo-corr.
           move nome-arq-sa01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqsa01.
           if sa01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-sa01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqsa01
              move "E" to flag-resultado
              go to lab-tn-sa01-04
           end-if.
      *
       lab-tn-sa01-01.
           read arqsa01 next record at end
                go to lab-tn-sa01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-sa01.
           go to lab-tn-sa01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-sa01-02.
           close arqsa01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-sa01.
           open output arqsa01.
           if sa01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-sa01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-sa01-03.
           read arqtrb at end
                close arqsa01 arqtrb
                go to lab-tn-sa01-04
           end-read.
           move reg-trb to reg-sa01.
           write reg-sa01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-sa01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-sa01-03.
      *
       lab-tn-sa01-04.
           move nome-prod to nome-arq-sa01.
           perform rot-resultado.
      *
       lab-tn-sa01-fim.
           exit.
      *
       sec-tn-sl01 section.
      *
       lab-tn-sl01-00.
           move "ARQSL01A" to arquivo-corr.
           move nome-arq-sl01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqsl01.
           if sl01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-sl01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqsl01
              move "E" to flag-resultado
              go to lab-tn-sl01-04
           end-if.
      *
       lab-tn-sl01-01.
           read arqsl01 next record at end
                go to lab-tn-sl01-02
           end-read.
           add 1 to cont-orig.
           perform rot-emb-sl01 thru rot-emb-sl01-fim.
           write reg-trb from reg-sl01.
           go to lab-tn-sl01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-sl01-02.
           close arqsl01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-sl01.
           open output arqsl01.
           if sl01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-sl01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-sl01-03.
           read arqtrb at end
                close arqsl01 arqtrb
                go to lab-tn-sl01-04
           end-read.
           move reg-trb to reg-sl01.
           write reg-sl01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-sl01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-sl01-03.
      *
       lab-tn-sl01-04.
           move nome-prod to nome-arq-sl01.
           perform rot-resultado.
      *
       lab-tn-sl01-fim.
           exit.
      *
       sec-tn-sl02 section.
      *
       lab-tn-sl02-00.
           move "ARQSL02A" to arquivo-corr.
           move nome-arq-sl02 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqsl02.
           if sl02-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-sl02-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqsl02
              move "E" to flag-resultado
              go to lab-tn-sl02-04
           end-if.
      *
       lab-tn-sl02-01.
           read arqsl02 next record at end
                go to lab-tn-sl02-02
           end-read.
           add 1 to cont-orig.
           perform rot-emb-sl02 thru rot-emb-sl02-fim.
           write reg-trb from reg-sl02.
           go to lab-tn-sl02-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-sl02-02.
           close arqsl02 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-sl02.
           open output arqsl02.
           if sl02-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-sl02-04
           end-if.
           open input arqtrb.
      *
       lab-tn-sl02-03.
           read arqtrb at end
                close arqsl02 arqtrb
                go to lab-tn-sl02-04
           end-read.
           move reg-trb to reg-sl02.
           write reg-sl02 invalid key
                 add 1 to cont-difer
                 go to lab-tn-sl02-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-sl02-03.
      *
       lab-tn-sl02-04.
           move nome-prod to nome-arq-sl02.
           perform rot-resultado.
      *
       lab-tn-sl02-fim.
           exit.
      *
       sec-tn-sm01 section.
      *
       lab-tn-sm01-00.
           move "ARQSM01A" to arquivo-corr.
           move nome-arq-sm01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqsm01.
           if sm01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-sm01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqsm01
              move "E" to flag-resultado
              go to lab-tn-sm01-04
           end-if.
      *
       lab-tn-sm01-01.
           read arqsm01 next record at end
                go to lab-tn-sm01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-sm01.
           go to lab-tn-sm01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-sm01-02.
           close arqsm01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-sm01.
           open output arqsm01.
           if sm01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-sm01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-sm01-03.
           read arqtrb at end
                close arqsm01 arqtrb
                go to lab-tn-sm01-04
           end-read.
           move reg-trb to reg-sm01.
           write reg-sm01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-sm01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-sm01-03.
      *
       lab-tn-sm01-04.
           move nome-prod to nome-arq-sm01.
           perform rot-resultado.
      *
       lab-tn-sm01-fim.
           exit.
      *
       sec-tn-sn01 section.
      *
       lab-tn-sn01-00.
           move "ARQSN01A" to arquivo-corr.
           move nome-arq-sn01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqsn01.
           if sn01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-sn01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqsn01
              move "E" to flag-resultado
              go to lab-tn-sn01-04
           end-if.
      *
       lab-tn-sn01-01.
           read arqsn01 next record at end
                go to lab-tn-sn01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-sn01.
           go to lab-tn-sn01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-sn01-02.
           close arqsn01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-sn01.
           open output arqsn01.
           if sn01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-sn01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-sn01-03.
           read arqtrb at end
                close arqsn01 arqtrb
                go to lab-tn-sn01-04
           end-read.
           move reg-trb to reg-sn01.
           write reg-sn01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-sn01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-sn01-03.
      *
       lab-tn-sn01-04.
           move nome-prod to nome-arq-sn01.
           perform rot-resultado.
      *
       lab-tn-sn01-fim.
           exit.
      *
       sec-tn-sp01 section.
      *
       lab-tn-sp01-00.
           move "ARQSP01A" to arquivo-corr.
           move nome-arq-sp01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqsp01.
           if sp01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-sp01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqsp01
              move "E" to flag-resultado
              go to lab-tn-sp01-04
           end-if.
      *
       lab-tn-sp01-01.
           read arqsp01 next record at end
                go to lab-tn-sp01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-sp01.
           go to lab-tn-sp01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-sp01-02.
           close arqsp01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-sp01.
           open output arqsp01.
           if sp01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-sp01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-sp01-03.
           read arqtrb at end
                close arqsp01 arqtrb
                go to lab-tn-sp01-04
           end-read.
           move reg-trb to reg-sp01.
           write reg-sp01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-sp01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-sp01-03.
      *
       lab-tn-sp01-04.
           move nome-prod to nome-arq-sp01.
           perform rot-resultado.
      *
       lab-tn-sp01-fim.
           exit.
      *
       sec-tn-ss01 section.
      *
       lab-tn-ss01-00.
           move "ARQSS01A" to arquivo-corr.
           move nome-arq-ss01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqss01.
           if ss01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-ss01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqss01
              move "E" to flag-resultado
              go to lab-tn-ss01-04
           end-if.
      *
       lab-tn-ss01-01.
           read arqss01 next record at end
                go to lab-tn-ss01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-ss01.
           go to lab-tn-ss01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-ss01-02.
           close arqss01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-ss01.
           open output arqss01.
           if ss01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-ss01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-ss01-03.
           read arqtrb at end
                close arqss01 arqtrb
                go to lab-tn-ss01-04
           end-read.
           move reg-trb to reg-ss01.
           write reg-ss01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-ss01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-ss01-03.
      *
       lab-tn-ss01-04.
           move nome-prod to nome-arq-ss01.
           perform rot-resultado.
      *
       lab-tn-ss01-fim.
           exit.
      *
       sec-tn-tabl section.
      *
       lab-tn-tabl-00.
           move "ARQTABLA" to arquivo-corr.
           move nome-arq-tabl to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqtabl.
           if tabl-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-tabl-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqtabl
              move "E" to flag-resultado
              go to lab-tn-tabl-04
           end-if.
      *
       lab-tn-tabl-01.
           read arqtabl next record at end
                go to lab-tn-tabl-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-tabl.
           go to lab-tn-tabl-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-tabl-02.
           close arqtabl arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-tabl.
           open output arqtabl.
           if tabl-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-tabl-04
           end-if.
           open input arqtrb.
      *
       lab-tn-tabl-03.
           read arqtrb at end
                close arqtabl arqtrb
                go to lab-tn-tabl-04
           end-read.
           move reg-trb to reg-tabl.
           write reg-tabl invalid key
                 add 1 to cont-difer
                 go to lab-tn-tabl-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-tabl-03.
      *
       lab-tn-tabl-04.
           move nome-prod to nome-arq-tabl.
           perform rot-resultado.
      *
       lab-tn-tabl-fim.
           exit.
      *
       sec-tn-tc01 section.
      *
       lab-tn-tc01-00.
           move "ARQTC01A" to arquivo-corr.
           move nome-arq-tc01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqtc01.
           if tc01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-tc01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqtc01
              move "E" to flag-resultado
              go to lab-tn-tc01-04
           end-if.
      *
       lab-tn-tc01-01.
           read arqtc01 next record at end
                go to lab-tn-tc01-02
           end-read.
           add 1 to cont-orig.
           perform rot-emb-tc01 thru rot-emb-tc01-fim.
           write reg-trb from reg-tc01.
           go to lab-tn-tc01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-tc01-02.
           close arqtc01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-tc01.
           open output arqtc01.
           if tc01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-tc01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-tc01-03.
           read arqtrb at end
                close arqtc01 arqtrb
                go to lab-tn-tc01-04
           end-read.
           move reg-trb to reg-tc01.
           write reg-tc01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-tc01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-tc01-03.
      *
       lab-tn-tc01-04.
           move nome-prod to nome-arq-tc01.
           perform rot-resultado.
      *
       lab-tn-tc01-fim.
           exit.
      *
       sec-tn-tc02 section.
      *
       lab-tn-tc02-00.
           move "ARQTC02A" to arquivo-corr.
           move nome-arq-tc02 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqtc02.
           if tc02-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-tc02-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqtc02
              move "E" to flag-resultado
              go to lab-tn-tc02-04
           end-if.
      *
       lab-tn-tc02-01.
           read arqtc02 next record at end
                go to lab-tn-tc02-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-tc02.
           go to lab-tn-tc02-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-tc02-02.
           close arqtc02 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-tc02.
           open output arqtc02.
           if tc02-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-tc02-04
           end-if.
           open input arqtrb.
      *
       lab-tn-tc02-03.
           read arqtrb at end
                close arqtc02 arqtrb
                go to lab-tn-tc02-04
           end-read.
           move reg-trb to reg-tc02.
           write reg-tc02 invalid key
                 add 1 to cont-difer
                 go to lab-tn-tc02-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-tc02-03.
      *
       lab-tn-tc02-04.
           move nome-prod to nome-arq-tc02.
           perform rot-resultado.
      *
       lab-tn-tc02-fim.
           exit.
      *
       sec-tn-tc03 section.
      *
       lab-tn-tc03-00.
           move "ARQTC03A" to arquivo-corr.
           move nome-arq-tc03 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqtc03.
           if tc03-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-tc03-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqtc03
              move "E" to flag-resultado
              go to lab-tn-tc03-04
           end-if.
      *
       lab-tn-tc03-01.
           read arqtc03 next record at end
                go to lab-tn-tc03-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-tc03.
           go to lab-tn-tc03-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-tc03-02.
           close arqtc03 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-tc03.
           open output arqtc03.
           if tc03-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-tc03-04
           end-if.
           open input arqtrb.
      *
       lab-tn-tc03-03.
           read arqtrb at end
                close arqtc03 arqtrb
                go to lab-tn-tc03-04
           end-read.
           move reg-trb to reg-tc03.
           write reg-tc03 invalid key
                 add 1 to cont-difer
                 go to lab-tn-tc03-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-tc03-03.
      *
       lab-tn-tc03-04.
           move nome-prod to nome-arq-tc03.
           perform rot-resultado.
      *
       lab-tn-tc03-fim.
           exit.
      *
       sec-tn-tc04 section.
      *
       lab-tn-tc04-00.
           move "ARQTC04A" to arquivo-corr.
           move nome-arq-tc04 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqtc04.
           if tc04-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-tc04-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqtc04
              move "E" to flag-resultado
              go to lab-tn-tc04-04
           end-if.
      *
       lab-tn-tc04-01.
           read arqtc04 next record at end
                go to lab-tn-tc04-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-tc04.
           go to lab-tn-tc04-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-tc04-02.
           close arqtc04 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-tc04.
           open output arqtc04.
           if tc04-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-tc04-04
           end-if.
           open input arqtrb.
      *
       lab-tn-tc04-03.
           read arqtrb at end
                close arqtc04 arqtrb
                go to lab-tn-tc04-04
           end-read.
           move reg-trb to reg-tc04.
           write reg-tc04 invalid key
                 add 1 to cont-difer
                 go to lab-tn-tc04-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-tc04-03.
      *
       lab-tn-tc04-04.
           move nome-prod to nome-arq-tc04.
           perform rot-resultado.
      *
       lab-tn-tc04-fim.
           exit.
      *
       sec-tn-tr01 section.
      *
       lab-tn-tr01-00.
           move "ARQTR01A" to arquivo-corr.
           move nome-arq-tr01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqtr01.
           if tr01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-tr01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqtr01
              move "E" to flag-resultado
              go to lab-tn-tr01-04
           end-if.
      *
       lab-tn-tr01-01.
           read arqtr01 next record at end
                go to lab-tn-tr01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-tr01.
           go to lab-tn-tr01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-tr01-02.
           close arqtr01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-tr01.
           open output arqtr01.
           if tr01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-tr01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-tr01-03.
           read arqtrb at end
                close arqtr01 arqtrb
                go to lab-tn-tr01-04
           end-read.
           move reg-trb to reg-tr01.
           write reg-tr01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-tr01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-tr01-03.
      *
       lab-tn-tr01-04.
           move nome-prod to nome-arq-tr01.
           perform rot-resultado.
      *
       lab-tn-tr01-fim.
           exit.
      *
       sec-tn-tx01 section.
      *
       lab-tn-tx01-00.
           move "ARQTX01A" to arquivo-corr.
           move nome-arq-tx01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqtx01.
           if tx01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-tx01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqtx01
              move "E" to flag-resultado
              go to lab-tn-tx01-04
           end-if.
      *
       lab-tn-tx01-01.
           read arqtx01 next record at end
                go to lab-tn-tx01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-tx01.
           go to lab-tn-tx01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-tx01-02.
           close arqtx01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-tx01.
           open output arqtx01.
           if tx01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-tx01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-tx01-03.
           read arqtrb at end
                close arqtx01 arqtrb
                go to lab-tn-tx01-04
           end-read.
           move reg-trb to reg-tx01.
           write reg-tx01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-tx01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-tx01-03.
      *
       lab-tn-tx01-04.
           move nome-prod to nome-arq-tx01.
           perform rot-resultado.
      *
       lab-tn-tx01-fim.
           exit.
      *
       sec-tn-usr section.
      *
       lab-tn-usr-00.
           move "ARQUSR00" to arquivo-corr.
           move nome-arq-usr to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqusr.
           if usr-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-usr-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqusr
              move "E" to flag-resultado
              go to lab-tn-usr-04
           end-if.
      *
       lab-tn-usr-01.
           read arqusr next record at end
                go to lab-tn-usr-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-usr.
           go to lab-tn-usr-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-usr-02.
           close arqusr arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-usr.
           open output arqusr.
           if usr-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-usr-04
           end-if.
           open input arqtrb.
      *
       lab-tn-usr-03.
           read arqtrb at end
                close arqusr arqtrb
                go to lab-tn-usr-04
           end-read.
           move reg-trb to reg-usr.
           write reg-usr invalid key
                 add 1 to cont-difer
                 go to lab-tn-usr-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-usr-03.
      *
       lab-tn-usr-04.
           move nome-prod to nome-arq-usr.
           perform rot-resultado.
      *
       lab-tn-usr-fim.
           exit.
      *
       sec-tn-vg01 section.
      *
       lab-tn-vg01-00.
           move "ARQVG01A" to arquivo-corr.
           move nome-arq-vg01 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqvg01.
           if vg01-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-vg01-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqvg01
              move "E" to flag-resultado
              go to lab-tn-vg01-04
           end-if.
      *
       lab-tn-vg01-01.
           read arqvg01 next record at end
                go to lab-tn-vg01-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-vg01.
           go to lab-tn-vg01-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-vg01-02.
           close arqvg01 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-vg01.
           open output arqvg01.
           if vg01-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-vg01-04
           end-if.
           open input arqtrb.
      *
       lab-tn-vg01-03.
           read arqtrb at end
                close arqvg01 arqtrb
                go to lab-tn-vg01-04
           end-read.
           move reg-trb to reg-vg01.
           write reg-vg01 invalid key
                 add 1 to cont-difer
                 go to lab-tn-vg01-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-vg01-03.
      *
       lab-tn-vg01-04.
           move nome-prod to nome-arq-vg01.
           perform rot-resultado.
      *
       lab-tn-vg01-fim.
           exit.
      *
       sec-tn-vg02 section.
      *
       lab-tn-vg02-00.
           move "ARQVG02A" to arquivo-corr.
           move nome-arq-vg02 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqvg02.
           if vg02-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-vg02-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqvg02
              move "E" to flag-resultado
              go to lab-tn-vg02-04
           end-if.
      *
       lab-tn-vg02-01.
           read arqvg02 next record at end
                go to lab-tn-vg02-02
           end-read.
           add 1 to cont-orig.
           write reg-trb from reg-vg02.
           go to lab-tn-vg02-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-vg02-02.
           close arqvg02 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-vg02.
           open output arqvg02.
           if vg02-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-vg02-04
           end-if.
           open input arqtrb.
      *
       lab-tn-vg02-03.
           read arqtrb at end
                close arqvg02 arqtrb
                go to lab-tn-vg02-04
           end-read.
           move reg-trb to reg-vg02.
           write reg-vg02 invalid key
                 add 1 to cont-difer
                 go to lab-tn-vg02-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-vg02-03.
      *
       lab-tn-vg02-04.
           move nome-prod to nome-arq-vg02.
           perform rot-resultado.
      *
       lab-tn-vg02-fim.
           exit.
      *
       sec-tn-wb03 section.
      *
       lab-tn-wb03-00.
           move "ARQWB03A" to arquivo-corr.
           move nome-arq-wb03 to nome-prod.
           move 0 to cont-orig cont-copia cont-emb cont-difer.
           move "S" to flag-resultado.
           open input arqwb03.
           if wb03-status-tn not = "00"
              move "A" to flag-resultado
              go to lab-tn-wb03-04
           end-if.
           open output arqtrb.
           if trb-status not = "00"
              close arqwb03
              move "E" to flag-resultado
              go to lab-tn-wb03-04
           end-if.
      *
       lab-tn-wb03-01.
           read arqwb03 next record at end
                go to lab-tn-wb03-02
           end-read.
           add 1 to cont-orig.
           perform rot-emb-wb03 thru rot-emb-wb03-fim.
           write reg-trb from reg-wb03.
           go to lab-tn-wb03-01.
      *
      *    Carga no diretorio de treinamento
      *
       lab-tn-wb03-02.
           close arqwb03 arqtrb.
           perform rot-nome-treino.
           move nome-treino to nome-arq-wb03.
           open output arqwb03.
           if wb03-status-tn not = "00"
              move "E" to flag-resultado
              go to lab-tn-wb03-04
           end-if.
           open input arqtrb.
      *
       lab-tn-wb03-03.
           read arqtrb at end
                close arqwb03 arqtrb
                go to lab-tn-wb03-04
           end-read.
           move reg-trb to reg-wb03.
           write reg-wb03 invalid key
                 add 1 to cont-difer
                 go to lab-tn-wb03-03
           end-write.
           add 1 to cont-copia.
           go to lab-tn-wb03-03.
      *
       lab-tn-wb03-04.
           move nome-prod to nome-arq-wb03.
           perform rot-resultado.
      *
       lab-tn-wb03-fim.
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
      *  Sequencia para dar Accept
      *
       acc-destino.
           accept destino at 0629 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
      *  Sequencia para dar display
      *
       dsp-destino.
           display destino at 0629 with foreground-color 15
                   background-color 01.
      *
      *  Sequencia para fazer limpeza da tela
      *
       lmp-destino.
           display limpa at 0629 with foreground-color 15
                   background-color 01.
           exit.
