      $set sourceformat"free"

      *>divisão de identificação do programa
       identification division.
      *>---program-id é uma informação obrigatória---
       program-id. "converteChavesTemperatura".
       author. "Evelyn Yasmin Pereira".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>conversao unica de arqTemperatura.dat para as chaves por mes, a
      *>rodar antes de qualquer outro job na primeira noite das chaves
      *>novas (inclusive antes de verificaTemperatura): o conjunto gravado
      *>com o cabecalho na data 0 e o trailer na 99999999 passa a ter o
      *>cabecalho na ccyymm00 e o trailer na ccyymm99 do mes gravado neles.
      *>Varre todas as estacoes do arquivo, uma a uma pela chave; rodar de
      *>novo nao muda nada, porque conjunto ja convertido nao tem registro
      *>nas datas antigas. As geracoes de guarda antigas sao convertidas
      *>na restauracao (restauraTemperatura)

      *>divisão para configuração de ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>declaração de recursos externos
       input-output section.
       file-control.

           select arqTemperatura assign to 'arqTemperatura.dat'
           organization is indexed
           access mode is dynamic
           record key is fd-trm-chave
           lock mode is automatic
           file status is ws-fs-arqTemperatura.

           select arqErros assign to 'arqErros.txt'
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqErros.

       i-o-control.

      *>declaração de variáveis
       data division.
      *>________variáveis de arquivos________
       file section.

       fd arqTemperatura.
       01 fd-temperatura-reg.
      *>      chave do arquivo indexado: estacao + data (ccyymmdd); o
      *>      cabecalho do mes fica na data ccyymm00 e o trailer na ccyymm99
          05 fd-trm-chave.
             10 fd-trm-estacao                     pic  x(03).
             10 fd-trm-data                        pic  9(08).
      *>      tipo de registro: 'C'abecalho, 'D'etalhe, 'T'railer
          05 fd-trm-tipo-reg                       pic  x(01).
             88 fd-trm-e-cabecalho                 value 'C'.
             88 fd-trm-e-detalhe                   value 'D'.
             88 fd-trm-e-trailer                   value 'T'.
          05 fd-trm-dados.
             10 fd-trm-temperatura                 pic s9(02)v99.
             10 fd-trm-mes                         pic  9(02).
             10 fd-trm-ano                         pic  9(04).
             10 fd-trm-dias-mes                    pic  9(02).
             10 fd-trm-qtde-regs                   pic  9(04).
             10 fd-trm-temp-minima                 pic s9(02)v99.
             10 fd-trm-temp-maxima                 pic s9(02)v99.
             10 fd-trm-hora-minima                 pic  9(02).
             10 fd-trm-hora-maxima                 pic  9(02).
             10 filler                             pic  x(06).

       fd arqErros.
       01 fd-erros-linha                           pic x(72).

      *>_____variáveis de trabalho______
       working-storage section.

       77 ws-fs-arqTemperatura                     pic  9(02).
       77 ws-fs-arqErros                           pic  9(02).

       77 ws-fim-arquivo                           pic  x(01) value 'N'.
          88 ws-fim-arquivo-sim                     value 'S'.

      *>      estacao da varredura e registro guardado entre a exclusao da
      *>      chave antiga e a gravacao na chave nova
       77 ws-estacao-atual                         pic  x(03).
       77 ws-registro-convertido                   pic  x(46).

       77 ws-qtde-estacoes                         pic  9(04) value 0.
       77 ws-qtde-cabecalhos                       pic  9(04) value 0.
       77 ws-qtde-trailers                         pic  9(04) value 0.

       01 ws-data-hora-atual.
          05 ws-dha-data.
             10 ws-dha-ano                         pic  9(04).
             10 ws-dha-mes                         pic  9(02).
             10 ws-dha-dia                         pic  9(02).
          05 ws-dha-data-num redefines ws-dha-data pic  9(08).
          05 ws-dha-hora.
             10 ws-dha-horas                       pic  9(02).
             10 ws-dha-minutos                     pic  9(02).
             10 ws-dha-segundos                    pic  9(02).

       01 ws-linha-erro.
          05 ws-erro-data                          pic  9(04)/9(02)/9(02).
          05 filler                                pic  x(01) value ' '.
          05 ws-erro-horas                         pic  9(02).
          05 filler                                pic  x(01) value ':'.
          05 ws-erro-minutos                       pic  9(02).
          05 filler                                pic  x(01) value ':'.
          05 ws-erro-segundos                      pic  9(02).
          05 filler                                pic  x(03) value ' - '.
          05 ws-erro-mensagem                      pic  x(50).

       01 ws-msn-erro.
           05 ws-msn-erro-offset                   pic  x(04).
           05 filler                               pic  x(01) value '-'.
           05 ws-msn-erro-cod                      pic  x(1).
           05 filler                               pic  x(02) value '-'.
           05 ws-msn-erro-text                     pic  x(42).

      *>declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.
      *>_____________________________________________________________________
      *> procedimentos de inicialização
      *>_____________________________________________________________________
       inicializa section.

      *> _______________  sem arquivo nao ha o que converter
           open i-o arqTemperatura
           if ws-fs-arqTemperatura = 35 then
               display "arqTemperatura inexistente, nada a converter"
               stop run
           end-if
           if ws-fs-arqTemperatura <> 0 then
               move 1 to ws-msn-erro-offset
               move ws-fs-arqTemperatura to ws-msn-erro-cod
               move 'Erro ao Abrir Arquivo arqTemperatura' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move low-values to ws-estacao-atual
           .
       inicializa-exit.
           exit.
      *>________________________________________________________________________
      *>  processamento principal: uma estacao por vez, posicionando depois
      *>  da ultima chave possivel da anterior, para a conversao (que
      *>  exclui e regrava chaves) nunca correr no meio de uma leitura
      *>  sequencial
      *>________________________________________________________________________
       processamento section.

           perform until ws-fim-arquivo-sim
               move ws-estacao-atual to fd-trm-estacao
               move 99999999 to fd-trm-data

               start arqTemperatura key is > fd-trm-chave
               if ws-fs-arqTemperatura = 23 then
                   move 'S' to ws-fim-arquivo
               else
                   if ws-fs-arqTemperatura <> 0 then
                       move 2 to ws-msn-erro-offset
                       move ws-fs-arqTemperatura to ws-msn-erro-cod
                       move 'Erro ao Posicionar arqTemperatura' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   read arqTemperatura next record
                   if ws-fs-arqTemperatura = 10 then
                       move 'S' to ws-fim-arquivo
                   else
                       if ws-fs-arqTemperatura <> 0 then
                           move 2 to ws-msn-erro-offset
                           move ws-fs-arqTemperatura to ws-msn-erro-cod
                           move 'Erro ao Ler Arquivo arqTemperatura' to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       move fd-trm-estacao to ws-estacao-atual
                       add 1 to ws-qtde-estacoes
                       perform converte-cabecalho-antigo
                       perform converte-trailer-antigo
                   end-if
               end-if
           end-perform
           .
       processamento-exit.
           exit.
      *>________________________________________________________________________
      *>  cabecalho da estacao na data 0 passa para a ccyymm00 do seu mes
      *>________________________________________________________________________
       converte-cabecalho-antigo section.

           move ws-estacao-atual to fd-trm-estacao
           move 0 to fd-trm-data
           read arqTemperatura

           if ws-fs-arqTemperatura = 0
           and fd-trm-e-cabecalho then
               move fd-temperatura-reg to ws-registro-convertido
               delete arqTemperatura record
               if ws-fs-arqTemperatura <> 0 then
                   move 3 to ws-msn-erro-offset
                   move ws-fs-arqTemperatura to ws-msn-erro-cod
                   move 'Erro ao Converter Cabecalho Antigo' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move ws-registro-convertido to fd-temperatura-reg
               compute fd-trm-data = fd-trm-ano * 10000 + fd-trm-mes * 100
               write fd-temperatura-reg
               if ws-fs-arqTemperatura <> 0 then
                   move 3 to ws-msn-erro-offset
                   move ws-fs-arqTemperatura to ws-msn-erro-cod
                   move 'Erro ao Converter Cabecalho Antigo' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-qtde-cabecalhos
           end-if
           .
       converte-cabecalho-antigo-exit.
           exit.
      *>________________________________________________________________________
      *>  trailer da estacao na data 99999999 passa para a ccyymm99 do mes
      *>________________________________________________________________________
       converte-trailer-antigo section.

           move ws-estacao-atual to fd-trm-estacao
           move 99999999 to fd-trm-data
           read arqTemperatura

           if ws-fs-arqTemperatura = 0
           and fd-trm-e-trailer then
               move fd-temperatura-reg to ws-registro-convertido
               delete arqTemperatura record
               if ws-fs-arqTemperatura <> 0 then
                   move 3 to ws-msn-erro-offset
                   move ws-fs-arqTemperatura to ws-msn-erro-cod
                   move 'Erro ao Converter Trailer Antigo' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move ws-registro-convertido to fd-temperatura-reg
               compute fd-trm-data = fd-trm-ano * 10000
                                   + fd-trm-mes * 100 + 99
               write fd-temperatura-reg
               if ws-fs-arqTemperatura <> 0 then
                   move 3 to ws-msn-erro-offset
                   move ws-fs-arqTemperatura to ws-msn-erro-cod
                   move 'Erro ao Converter Trailer Antigo' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-qtde-trailers
           end-if
           .
       converte-trailer-antigo-exit.
           exit.
      *>________________________________________________________________________
      *>   finalização anormal - erro
      *>________________________________________________________________________
       finaliza-anormal section.

           display erase
           display ws-msn-erro

      *> _______________  gravando a ocorrencia no log de erros
           move function current-date(1:8) to ws-dha-data
           move function current-date(9:6) to ws-dha-hora

           move ws-dha-data-num to ws-erro-data
           move ws-dha-horas to ws-erro-horas
           move ws-dha-minutos to ws-erro-minutos
           move ws-dha-segundos to ws-erro-segundos
           move ws-msn-erro to ws-erro-mensagem

           open extend arqErros
           if ws-fs-arqErros = 35 then
               open output arqErros
           end-if

           if ws-fs-arqErros = 0 then
               write fd-erros-linha from ws-linha-erro
               close arqErros
           end-if

      *> _______________  codigo de condicao distinto por classe de falha,
      *>                   para o escalonador nao confundir com sucesso
           compute return-code = function numval(ws-msn-erro-offset)

           stop run
           .
       finaliza-anormal-exit.
           exit.
      *>________________________________________________________________________
      *>   finalização normal
      *>________________________________________________________________________
       finaliza section.

           close arqTemperatura

           display "Estacoes varridas:      " ws-qtde-estacoes
           display "Cabecalhos convertidos: " ws-qtde-cabecalhos
           display "Trailers convertidos:   " ws-qtde-trailers

           stop run
           .
       finaliza-exit.
           exit.
