      *  (R)elatorio - relatorio da manha com a execucao de uma     *
      *                data.                                        *
      *                                                             *
      *  A cadeia roda na data de processamento do PGDT01 (data do  *
      *  sistema enquanto ela nao for definida); o relatorio traz   *
      *  a data real de cada execucao ao lado.                      *
      *                                                             *
      *  Data da ultima alteracao:    23/08/26     v1.00            *
      *  Data da ultima alteracao:    02/09/26     v1.01 EPS        *
      *  Data da ultima alteracao:    15/10/26     v1.02 EPS        *
      *                                                             *
      ***************************************************************
      *
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGBT01".
          02 cb-versao                 pic x(06) value "v1.02 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-10                     pic x(10) value spaces.
       01 chave-fila                   pic x(10) value spaces.
       01 resultado-fila               pic x(01) value spaces.
       01 tot-fila                     pic 9(03) value 0.
      *
      *    Data de processamento (rotdtp01) e data real
      *
       01 campo-data-proc.
          02 dtp-par-data              pic 9(05) value 0.
          02 dtp-par-usr               pic x(10) value spaces.
          02 dtp-par-alteracao         pic 9(05) value 0.
       01 data-proc                    pic 9(05) value 0.
      *
       01 passo                        pic 9(03) value 0.
       01 programa-passo               pic x(08) value spaces.
          02 filler                    pic x(08) value "Fim".
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(12) value "Resultado".
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(09) value "Data real".
      *
       01 cab-lin.
          02 cab-passo                 pic 9(03) value 0.
          02 cab-hora-fim              pic 9(06) value 0.
          02 filler                    pic x(04) value spaces.
          02 cab-resultado             pic x(12) value spaces.
          02 filler                    pic x(02) value spaces.
          02 cab-data-real             pic x(08) value spaces.
      *
       copy workgen.lib.
      *
             highlight value "Funcao (E/R).........:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Data (relatorio).....:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Data processamento...:".
          02 line 15 column 06 foreground-color 06 background-color 01
             highlight value "Passo em execucao....:".
      *
           move "S" to box-sombra.
           perform rot-box.
           display tela-01.
           perform rot-data-proc.
           move data-proc to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           display data-disp at 1429 with foreground-color 15
                   background-color 01.
      *
       lab-01.
           display tela-limpa-cad.
              close arqimp
              move "F" to imp-stat
           end-if.
      *
      *
      *    Data de processamento controlada (pgdt01); sem o
      *    registro de controle vale a data do sistema
      *
       rot-data-proc.
           move param-data to data-proc.
           call "rotdtp01" using campo-data-proc.
           cancel "rotdtp01".
           if dtp-par-data not = 0
              move dtp-par-data to data-proc
           end-if.
      *
       rot-data-i.
           move " Data invalida - Tecle <Enter>" to
      *
       lab-exe-00.
           move 0 to tot-executados tot-pulados.
           perform rot-data-proc.
           move "N" to flag-erro-cadeia.
           perform rot-open-bt01.
           if erro not = 0
      *
      *    Passo ja concluido na data e pulado (reinicio)
      *
           move data-proc to bt01-data-exec.
           move passo to bt01-passo.
           perform rot-le-bt01.
           if erro = 0
                   background-color 01.
           display programa-passo at 1534 with foreground-color 15
                   background-color 01.
           move data-proc to bt01-data-exec.
           move passo to bt01-passo.
           move programa-passo to bt01-programa.
           accept hora-sistema from time.
           move param-usr to lote-usr.
           move low-values to lote-senha.
           move param-prioridade to lote-prioridade.
           move data-proc to lote-data.
           move param-impress to lote-impress.
           move 0 to return-code.
           call programa-passo using param-lote
           if bt01-resultado not = "E"
              move "O" to bt01-resultado
           end-if.
           move data-proc to bt01-data-exec.
           move passo to bt01-passo.
           move programa-passo to bt01-programa.
           accept hora-sistema from time.
           if jb01-agendado not = "S"
              go to lab-fil-01
           end-if.
           if jb01-ult-exec = data-proc
              go to lab-fil-01
           end-if.
           move jb01-nome to chave-fila.
           move low-values to lote-senha.
           move jb01-nome(1:9) to lote-senha(2:9).
           move param-prioridade to lote-prioridade.
           move data-proc to lote-data.
           if jb01-device not = spaces
              move jb01-device to lote-impress
           else
                go to lab-fil-01
           end-read.
           move resultado-fila to jb01-resultado.
           move data-proc to jb01-ult-exec.
           accept hora-sistema from time.
           move hora-sistema(1:6) to jb01-hora-exec.
           rewrite reg-jb01 invalid key
                    when other
                         move spaces to cab-resultado
           end-evaluate.
           move spaces to cab-data-real.
           if bt01-data not = 0
              move bt01-data to dias-corr
              move 1 to opcao-data
              perform rot-data
              move data-disp to cab-data-real
           end-if.
           write reg-imp from cab-lin after 1 line.
           go to lab-rel-01.
      *
           move 0 to cab-passo.
           move jb01-programa to cab-programa.
           move jb01-hora-exec to cab-hora-ini cab-hora-fim.
           move spaces to cab-data-real.
           evaluate jb01-resultado
                    when "O"
                         move "Concluido" to cab-resultado
