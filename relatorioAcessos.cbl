      $set sourceformat"free"

      *>divisão de identificação do programa
       identification division.
      *>---program-id é uma informação obrigatória---
       program-id. "relatorioAcessos".
       author. "Evelyn Yasmin Pereira".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>relatorio mensal de acessos para a revisao de seguranca: le o log
      *>de sign-on logSignon.txt gravado pela manutencao de leituras e
      *>pela aprovacao de correcoes, separa as linhas do mes pedido em
      *>paramRelAcessos.txt, lista toda ocorrencia que nao foi sign-on
      *>com sucesso (senha errada, bloqueio, operador bloqueado ou
      *>desconhecido, troca de senha) e fecha com o resumo por operador
      *>e os totais do mes em relatorioAcessos_ccyymm.txt

      *>divisão para configuração de ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>declaração de recursos externos
       input-output section.
       file-control.

           select arqParamRelAcessos assign to 'paramRelAcessos.txt'
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqParamRelAcessos.

           select arqSeguranca assign to 'logSignon.txt'
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqSeguranca.

           select arqRelAcessos assign to ws-nome-relatorio
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqRelAcessos.

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

       fd arqParamRelAcessos.
      *>      layout do arquivo-texto (posicoes, 1-based), editavel a mao:
      *>        01-04   ano do mes a relatar (ccyy)
      *>        05-06   mes
      *>      arquivo ausente ou invalido relata o mes anterior ao corrente
       01 fd-prel-linha.
          05 fd-prel-ano                           pic  x(04).
          05 fd-prel-ano-num redefines fd-prel-ano pic  9(04).
          05 fd-prel-mes                           pic  x(02).
          05 fd-prel-mes-num redefines fd-prel-mes pic  9(02).

       fd arqSeguranca.
      *>      imagem da linha gravada pelo sign-on (posicoes, 1-based):
      *>        01-10   data (ccyy/mm/dd)       12-19   hora (hh:mm:ss)
      *>        23-30   operador digitado       34-55   programa
      *>        59      tentativa na sessao     63-64   ocorrencia
      *>        68-97   descricao da ocorrencia
       01 fd-seguranca-linha.
          05 fd-seg-ano                            pic  x(04).
          05 fd-seg-ano-num redefines fd-seg-ano   pic  9(04).
          05 filler                                pic  x(01).
          05 fd-seg-mes                            pic  x(02).
          05 fd-seg-mes-num redefines fd-seg-mes   pic  9(02).
          05 filler                                pic  x(01).
          05 fd-seg-dia                            pic  x(02).
          05 filler                                pic  x(12).
          05 fd-seg-operador                       pic  x(08).
          05 filler                                pic  x(03).
          05 fd-seg-programa                       pic  x(22).
          05 filler                                pic  x(07).
          05 fd-seg-ocorrencia                     pic  x(02).
             88 fd-seg-sucesso                     value 'OK'.
             88 fd-seg-senha-errada                value 'SE'.
             88 fd-seg-bloqueio-auto               value 'BA'.
             88 fd-seg-bloqueado                   value 'BL'.
             88 fd-seg-desconhecido                value 'DE'.
             88 fd-seg-troca-senha                 value 'TS' 'TN'.
          05 filler                                pic  x(36).

       fd arqRelAcessos.
       01 fd-relAcessos-linha                      pic x(110).

       fd arqErros.
       01 fd-erros-linha                           pic x(72).

      *>_____variáveis de trabalho______
       working-storage section.

       77 ws-fs-arqParamRelAcessos                 pic  9(02).
       77 ws-fs-arqSeguranca                       pic  9(02).
       77 ws-fs-arqRelAcessos                      pic  9(02).
       77 ws-fs-arqErros                           pic  9(02).

       77 ws-nome-relatorio                        pic  x(40).

       77 ws-fim-log                               pic  x(01) value 'N'.
          88 ws-fim-log-sim                         value 'S'.

       77 ws-ano-relatorio                         pic  9(04).
       77 ws-mes-relatorio                         pic  9(02).

      *>      resumo por operador digitado (desconhecido inclusive)
       77 ws-qtde-operadores                       pic  9(03) value 0.
       77 ws-ind-opr                               pic  9(03).
       77 ws-ind-achado                            pic  9(03).
       01 ws-tabela-operadores.
          05 ws-opr-ent occurs 200.
             10 ws-opr-operador                    pic  x(08).
             10 ws-opr-sucesso                     pic  9(04).
             10 ws-opr-senha-errada                pic  9(04).
             10 ws-opr-bloqueio-auto               pic  9(04).
             10 ws-opr-bloqueado                   pic  9(04).
             10 ws-opr-desconhecido                pic  9(04).
             10 ws-opr-troca-senha                 pic  9(04).

       77 ws-qtde-lidas                            pic  9(06) value 0.
       77 ws-qtde-mes                              pic  9(06) value 0.
       77 ws-qtde-ocorrencias                      pic  9(06) value 0.
       77 ws-tot-sucesso                           pic  9(06) value 0.

       01 ws-linha-rel-cabec.
          05 filler                                pic  x(30) value
             'RELATORIO MENSAL DE ACESSOS - '.
          05 ws-rcb-ano                            pic  9(04).
          05 filler                                pic  x(01) value '/'.
          05 ws-rcb-mes                            pic  9(02).

       01 ws-linha-rel-titulo                      pic  x(60).

       01 ws-linha-rel-resumo.
          05 filler                                pic  x(04) value 'OPR '.
          05 ws-rrs-operador                       pic  x(08).
          05 filler                                pic  x(06) value ' - OK '.
          05 ws-rrs-sucesso                        pic  9(04).
          05 filler                                pic  x(16) value
             ' - SENHA ERRADA '.
          05 ws-rrs-senha-errada                   pic  9(04).
          05 filler                                pic  x(13) value
             ' - BLOQUEIOS '.
          05 ws-rrs-bloqueio-auto                  pic  9(04).
          05 filler                                pic  x(13) value
             ' - BLOQUEADO '.
          05 ws-rrs-bloqueado                      pic  9(04).
          05 filler                                pic  x(16) value
             ' - DESCONHECIDO '.
          05 ws-rrs-desconhecido                   pic  9(04).
          05 filler                                pic  x(10) value ' - TROCA '.
          05 ws-rrs-troca-senha                    pic  9(04).

       01 ws-linha-rel-total.
          05 filler                                pic  x(18) value
             'TENTATIVAS NO MES '.
          05 ws-rtt-mes                            pic  9(06).
          05 filler                                pic  x(11) value
             ' - SUCESSO '.
          05 ws-rtt-sucesso                        pic  9(06).
          05 filler                                pic  x(15) value
             ' - OCORRENCIAS '.
          05 ws-rtt-ocorrencias                    pic  9(06).
          05 filler                                pic  x(14) value
             ' - OPERADORES '.
          05 ws-rtt-operadores                     pic  9(03).

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

      *> _______________  mes a relatar; sem parametro, o mes anterior
           move function current-date(1:8) to ws-dha-data
           move function current-date(9:6) to ws-dha-hora

           if ws-dha-mes = 1 then
               compute ws-ano-relatorio = ws-dha-ano - 1
               move 12 to ws-mes-relatorio
           else
               move ws-dha-ano to ws-ano-relatorio
               compute ws-mes-relatorio = ws-dha-mes - 1
           end-if

           open input arqParamRelAcessos
           if ws-fs-arqParamRelAcessos = 0 then
               read arqParamRelAcessos
               if ws-fs-arqParamRelAcessos = 0
               and fd-prel-ano is numeric
               and fd-prel-mes is numeric
               and fd-prel-mes-num >= 1
               and fd-prel-mes-num <= 12 then
                   move fd-prel-ano-num to ws-ano-relatorio
                   move fd-prel-mes-num to ws-mes-relatorio
               end-if
               close arqParamRelAcessos
           end-if

           open input arqSeguranca
           if ws-fs-arqSeguranca <> 0 then
               move 1 to ws-msn-erro-offset
               move ws-fs-arqSeguranca to ws-msn-erro-cod
               move 'Erro ao Abrir Arquivo arqSeguranca' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to ws-nome-relatorio
           string 'relatorioAcessos_'      delimited by size
                  ws-ano-relatorio         delimited by size
                  ws-mes-relatorio         delimited by size
                  '.txt'                   delimited by size
                  into ws-nome-relatorio
           end-string

           open output arqRelAcessos
           if ws-fs-arqRelAcessos <> 0 then
               move 2 to ws-msn-erro-offset
               move ws-fs-arqRelAcessos to ws-msn-erro-cod
               move 'Erro ao Abrir Arquivo arqRelAcessos' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-ano-relatorio to ws-rcb-ano
           move ws-mes-relatorio to ws-rcb-mes
           move ws-linha-rel-cabec to fd-relAcessos-linha
           perform grava-linha-relatorio

           move 'OCORRENCIAS DE SEGURANCA DO MES' to ws-linha-rel-titulo
           move ws-linha-rel-titulo to fd-relAcessos-linha
           perform grava-linha-relatorio
           .
       inicializa-exit.
           exit.
      *>________________________________________________________________________
      *>  processamento principal: uma passada pelo log de sign-on; cada
      *>  linha do mes entra no resumo, e a que nao e sucesso e listada
      *>________________________________________________________________________
       processamento section.

           perform until ws-fim-log-sim
               read arqSeguranca

               if ws-fs-arqSeguranca = 10 then
                   move 'S' to ws-fim-log
               else
                   if ws-fs-arqSeguranca <> 0 then
                       move 3 to ws-msn-erro-offset
                       move ws-fs-arqSeguranca to ws-msn-erro-cod
                       move 'Erro ao Ler Arquivo arqSeguranca' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   add 1 to ws-qtde-lidas
                   if fd-seg-ano is numeric
                   and fd-seg-mes is numeric
                   and fd-seg-ano-num = ws-ano-relatorio
                   and fd-seg-mes-num = ws-mes-relatorio then
                       perform trata-linha-log
                   end-if
               end-if
           end-perform
           .
       processamento-exit.
           exit.
      *>________________________________________________________________________
      *>  linha do mes: contagem no resumo do operador e, fora o sucesso,
      *>  copia fiel no relatorio para a revisao
      *>________________________________________________________________________
       trata-linha-log section.

           add 1 to ws-qtde-mes
           perform localiza-operador

           if fd-seg-sucesso then
               add 1 to ws-opr-sucesso(ws-ind-achado)
               add 1 to ws-tot-sucesso
           else
               if fd-seg-senha-errada then
                   add 1 to ws-opr-senha-errada(ws-ind-achado)
               else
                   if fd-seg-bloqueio-auto then
                       add 1 to ws-opr-bloqueio-auto(ws-ind-achado)
                   else
                       if fd-seg-bloqueado then
                           add 1 to ws-opr-bloqueado(ws-ind-achado)
                       else
                           if fd-seg-desconhecido then
                               add 1 to ws-opr-desconhecido(ws-ind-achado)
                           else
                               if fd-seg-troca-senha then
                                   add 1 to ws-opr-troca-senha(ws-ind-achado)
                               end-if
                           end-if
                       end-if
                   end-if
               end-if

               add 1 to ws-qtde-ocorrencias
               move fd-seguranca-linha to fd-relAcessos-linha
               perform grava-linha-relatorio
           end-if
           .
       trata-linha-log-exit.
           exit.
      *>________________________________________________________________________
      *>  localizacao (ou abertura) do operador na tabela do resumo
      *>________________________________________________________________________
       localiza-operador section.

           move 0 to ws-ind-achado
           perform varying ws-ind-opr from 1 by 1
                                    until ws-ind-opr > ws-qtde-operadores
               if ws-opr-operador(ws-ind-opr) = fd-seg-operador then
                   move ws-ind-opr to ws-ind-achado
               end-if
           end-perform

           if ws-ind-achado = 0 then
               if ws-qtde-operadores >= 200 then
                   move 3 to ws-msn-erro-offset
                   move 9 to ws-msn-erro-cod
                   move 'Limite de 200 Operadores no Resumo' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-qtde-operadores
               move ws-qtde-operadores to ws-ind-achado
               move fd-seg-operador to ws-opr-operador(ws-ind-achado)
               move 0 to ws-opr-sucesso(ws-ind-achado)
               move 0 to ws-opr-senha-errada(ws-ind-achado)
               move 0 to ws-opr-bloqueio-auto(ws-ind-achado)
               move 0 to ws-opr-bloqueado(ws-ind-achado)
               move 0 to ws-opr-desconhecido(ws-ind-achado)
               move 0 to ws-opr-troca-senha(ws-ind-achado)
           end-if
           .
       localiza-operador-exit.
           exit.
      *>________________________________________________________________________
      *>  gravacao de uma linha ja montada em fd-relAcessos-linha
      *>________________________________________________________________________
       grava-linha-relatorio section.

           write fd-relAcessos-linha
           if ws-fs-arqRelAcessos <> 0 then
               move 2 to ws-msn-erro-offset
               move ws-fs-arqRelAcessos to ws-msn-erro-cod
               move 'Erro ao Gravar Arquivo arqRelAcessos' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-linha-relatorio-exit.
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

           compute return-code = function numval(ws-msn-erro-offset)

           stop run
           .
       finaliza-anormal-exit.
           exit.
      *>________________________________________________________________________
      *>   finalização normal: resumo por operador e totais do mes
      *>________________________________________________________________________
       finaliza section.

           move 'RESUMO POR OPERADOR' to ws-linha-rel-titulo
           move ws-linha-rel-titulo to fd-relAcessos-linha
           perform grava-linha-relatorio

           perform varying ws-ind-opr from 1 by 1
                                    until ws-ind-opr > ws-qtde-operadores
               move ws-opr-operador(ws-ind-opr) to ws-rrs-operador
               move ws-opr-sucesso(ws-ind-opr) to ws-rrs-sucesso
               move ws-opr-senha-errada(ws-ind-opr) to ws-rrs-senha-errada
               move ws-opr-bloqueio-auto(ws-ind-opr) to ws-rrs-bloqueio-auto
               move ws-opr-bloqueado(ws-ind-opr) to ws-rrs-bloqueado
               move ws-opr-desconhecido(ws-ind-opr) to ws-rrs-desconhecido
               move ws-opr-troca-senha(ws-ind-opr) to ws-rrs-troca-senha
               move ws-linha-rel-resumo to fd-relAcessos-linha
               perform grava-linha-relatorio
           end-perform

           move ws-qtde-mes to ws-rtt-mes
           move ws-tot-sucesso to ws-rtt-sucesso
           move ws-qtde-ocorrencias to ws-rtt-ocorrencias
           move ws-qtde-operadores to ws-rtt-operadores
           move ws-linha-rel-total to fd-relAcessos-linha
           perform grava-linha-relatorio

           close arqSeguranca
           close arqRelAcessos

           display "Linhas do log lidas:  " ws-qtde-lidas
           display "Tentativas no mes:    " ws-qtde-mes
           display "Ocorrencias listadas: " ws-qtde-ocorrencias

           stop run
           .
       finaliza-exit.
           exit.
