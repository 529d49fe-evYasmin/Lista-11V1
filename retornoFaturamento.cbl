      *>graus-dia com a situacao do acolhimento; estacao rejeitada e
      *>apontada no log de auditoria noturna com o codigo e o motivo
      *>devolvidos, e o programa encerra com codigo de retorno proprio
      *>para a monitoracao nao deixar a rejeicao passar em branco.
      *>A situacao devolvida tambem atualiza o controle faturamentoEnviado:
      *>aceita confirma os valores enviados (base dos ajustes futuros),
      *>rejeitada deixa o envio para ser refeito na proxima varredura.
      *>
      *>paramRetornoFat.txt (opcional, uma linha):
      *>  pos 01     tipo do retorno ('O'riginal, padrao; 'A'juste)
      *>  pos 02-07  mes de referencia ccyymm do ajuste; o retorno do
      *>             ajuste vem em retornoAjusteFat_ccyymm.txt e o do
      *>             original em retornoFaturamento.txt, com o mes lido
      *>             do cabecalho de interfaceFaturamento.txt

      *>divisão para configuração de ambiente
       environment division.
       input-output section.
       file-control.

           select arqParamRetorno assign to 'paramRetornoFat.txt'
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqParamRetorno.

           select arqInterfaceFat assign to 'interfaceFaturamento.txt'
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqInterfaceFat.

           select controleFaturamento assign to 'faturamentoEnviado.dat'
           organization is indexed
           access mode is dynamic
           record key is fd-fen-chave
           lock mode is automatic
           file status is ws-fs-controleFaturamento.

           select arqRetorno assign to ws-nome-retorno
           organization is line sequential
           access mode is sequential
           lock mode is automatic
      *>________variáveis de arquivos________
       file section.

       fd arqParamRetorno.
       01 fd-param-retorno-linha.
          05 fd-prt-tipo                           pic  x(01).
          05 fd-prt-referencia.
             10 fd-prt-ano                         pic  x(04).
             10 fd-prt-mes                         pic  x(02).
          05 fd-prt-referencia-num redefines fd-prt-referencia.
             10 fd-prt-ano-num                     pic  9(04).
             10 fd-prt-mes-num                     pic  9(02).

       fd arqInterfaceFat.
      *>      somente o cabecalho '1' da interface original, para o mes de
      *>      referencia do retorno (layout em lista11exercicio1V2)
       01 fd-ifat-cabecalho.
          05 fd-ifc-tipo                           pic  x(01).
          05 fd-ifc-data-geracao                   pic  9(08).
          05 fd-ifc-mes                            pic  9(02).
          05 fd-ifc-ano                            pic  9(04).
          05 filler                                pic  x(35).

       fd controleFaturamento.
      *>      controle do que foi enviado ao faturamento por estacao e mes
      *>      (layout em lista11exercicio1V2)
       01 fd-fat-enviado-reg.
          05 fd-fen-chave.
             10 fd-fen-ano                         pic  9(04).
             10 fd-fen-mes                         pic  9(02).
             10 fd-fen-estacao                     pic  x(03).
          05 fd-fen-tipo-envio                     pic  x(01).
             88 fd-fen-original                    value 'O'.
             88 fd-fen-ajuste                      value 'A'.
          05 fd-fen-situacao                       pic  x(01).
             88 fd-fen-aguardando                  value 'E'.
             88 fd-fen-confirmado                  value 'C'.
             88 fd-fen-rejeitado                   value 'R'.
          05 fd-fen-env-aquecimento                pic s9(04)v99.
          05 fd-fen-env-resfriamento               pic s9(04)v99.
          05 fd-fen-env-aquec-estimado             pic s9(04)v99.
          05 fd-fen-env-resfr-estimado             pic s9(04)v99.
          05 fd-fen-cnf-aquecimento                pic s9(04)v99.
          05 fd-fen-cnf-resfriamento               pic s9(04)v99.
          05 fd-fen-cnf-aquec-estimado             pic s9(04)v99.
          05 fd-fen-cnf-resfr-estimado             pic s9(04)v99.
          05 fd-fen-data-original                  pic  9(08).
          05 fd-fen-data-envio                     pic  9(08).
          05 fd-fen-qtde-ajustes                   pic  9(03).
          05 filler                                pic  x(10).

       fd arqRetorno.
      *>      layout da linha devolvida pelo faturamento (posicoes,
      *>      1-based):
       working-storage section.

       77 ws-fs-arqRetorno                         pic  9(02).
       77 ws-fs-arqParamRetorno                    pic  9(02).
       77 ws-fs-arqInterfaceFat                    pic  9(02).
       77 ws-fs-controleFaturamento                pic  9(02).

      *>      tipo do retorno tratado e mes de referencia do envio
       77 ws-tipo-retorno                          pic  x(01) value 'O'.
          88 ws-retorno-original                    value 'O'.
          88 ws-retorno-ajuste                      value 'A'.
       77 ws-ano-retorno                           pic  9(04) value 0.
       77 ws-mes-retorno                           pic  9(02) value 0.
       77 ws-nome-retorno                          pic  x(40).
       77 ws-qtde-sem-controle                     pic  9(04) value 0.
       77 ws-fs-arqAuditoria                       pic  9(02).
       77 ws-fs-arqErros                           pic  9(02).

          05 ws-aur-segundos                       pic  9(02).
          05 filler                                pic  x(07) value ' - EST '.
          05 ws-aur-estacao                        pic  x(03).
          05 ws-aur-origem                         pic  x(33).
          05 filler                                pic  x(04) value 'COD '.
          05 ws-aur-situacao                       pic  x(02).
          05 filler                                pic  x(03) value ' - '.
      *>_____________________________________________________________________
       inicializa section.

           perform le-parametro-retorno

           open input arqRetorno.
           if ws-fs-arqRetorno <> 0 then
               move 1 to ws-msn-erro-offset
               move 'Erro ao Abrir Arquivo arqAuditoria' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o controleFaturamento
           if ws-fs-controleFaturamento = 35 then
               open output controleFaturamento
               close controleFaturamento
               open i-o controleFaturamento
           end-if
           if ws-fs-controleFaturamento <> 0 then
               move 4 to ws-msn-erro-offset
               move ws-fs-controleFaturamento to ws-msn-erro-cod
               move 'Erro ao Abrir Arquivo controleFaturamento' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       inicializa-exit.
           exit.
      *>________________________________________________________________________
      *>  tipo do retorno e mes de referencia: o ajuste traz o mes no
      *>  parametro, o original pega o mes do cabecalho da interface
      *>________________________________________________________________________
       le-parametro-retorno section.

           open input arqParamRetorno
           if ws-fs-arqParamRetorno = 0 then
               read arqParamRetorno
               if ws-fs-arqParamRetorno = 0 then
                   if fd-prt-tipo = 'A' or fd-prt-tipo = 'a' then
                       move 'A' to ws-tipo-retorno
                       if fd-prt-referencia is numeric
                       and fd-prt-mes-num >= 1
                       and fd-prt-mes-num <= 12 then
                           move fd-prt-ano-num to ws-ano-retorno
                           move fd-prt-mes-num to ws-mes-retorno
                       end-if
                   end-if
               end-if
               close arqParamRetorno
           end-if

           if ws-retorno-ajuste then
               if ws-mes-retorno = 0 then
                   move 5 to ws-msn-erro-offset
                   move 9 to ws-msn-erro-cod
                   move 'Mes do Ajuste Invalido em paramRetornoFat' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move spaces to ws-nome-retorno
               string 'retornoAjusteFat_'    delimited by size
                      ws-ano-retorno          delimited by size
                      ws-mes-retorno          delimited by size
                      '.txt'                  delimited by size
                      into ws-nome-retorno
               end-string
               move ' - AJUSTE REJEITADO PELO FATUR - ' to ws-aur-origem
           else
               move 'retornoFaturamento.txt' to ws-nome-retorno
               move ' - REJEITADA PELO FATURAMENTO - ' to ws-aur-origem
               open input arqInterfaceFat
               if ws-fs-arqInterfaceFat = 0 then
                   read arqInterfaceFat
                   if ws-fs-arqInterfaceFat = 0
                   and fd-ifc-tipo = '1' then
                       move fd-ifc-ano to ws-ano-retorno
                       move fd-ifc-mes to ws-mes-retorno
                   end-if
                   close arqInterfaceFat
               end-if
               if ws-mes-retorno = 0 then
                   move 5 to ws-msn-erro-offset
                   move 9 to ws-msn-erro-cod
                   move 'Cabecalho Invalido em interfaceFaturamento' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       le-parametro-retorno-exit.
           exit.
      *>________________________________________________________________________
      *>  processamento principal: uma passada pelo arquivo de retorno
      *>________________________________________________________________________
       processamento section.
                           add 1 to ws-qtde-rejeitadas
                           perform aponta-rejeicao
                       end-if
                       perform atualiza-controle-envio
                   end-if
               end-if
           end-perform
       aponta-rejeicao-exit.
           exit.
      *>________________________________________________________________________
      *>  situacao devolvida no controle do envio da estacao: aceita passa
      *>  os valores enviados a confirmados, rejeitada fica para reenvio;
      *>  envio que nao corresponde ao retorno e so apontado na tela
      *>________________________________________________________________________
       atualiza-controle-envio section.

           move ws-ano-retorno to fd-fen-ano
           move ws-mes-retorno to fd-fen-mes
           move fd-ret-estacao to fd-fen-estacao
           read controleFaturamento
           if ws-fs-controleFaturamento = 23 then
               add 1 to ws-qtde-sem-controle
               display "Estacao " fd-ret-estacao " sem envio registrado no mes"
           else
               if ws-fs-controleFaturamento <> 0 then
                   move 4 to ws-msn-erro-offset
                   move ws-fs-controleFaturamento to ws-msn-erro-cod
                   move 'Erro ao Ler Arquivo controleFaturamento' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if fd-fen-tipo-envio <> ws-tipo-retorno
               or not fd-fen-aguardando then
                   add 1 to ws-qtde-sem-controle
                   display "Estacao " fd-ret-estacao " sem envio aguardando"
                           " este retorno"
               else
                   if fd-ret-aceita then
                       move 'C' to fd-fen-situacao
                       move fd-fen-env-aquecimento to fd-fen-cnf-aquecimento
                       move fd-fen-env-resfriamento to fd-fen-cnf-resfriamento
                       move fd-fen-env-aquec-estimado to fd-fen-cnf-aquec-estimado
                       move fd-fen-env-resfr-estimado to fd-fen-cnf-resfr-estimado
                   else
                       move 'R' to fd-fen-situacao
                   end-if

                   rewrite fd-fat-enviado-reg
                   if ws-fs-controleFaturamento <> 0 then
                       move 4 to ws-msn-erro-offset
                       move ws-fs-controleFaturamento to ws-msn-erro-cod
                       move 'Erro ao Gravar Arquivo controleFaturamento' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if
           .
       atualiza-controle-envio-exit.
           exit.
      *>________________________________________________________________________
      *>   finalização anormal - erro
      *>________________________________________________________________________
       finaliza-anormal section.

           close arqRetorno
           close arqAuditoria
           close controleFaturamento

           display "Retornos lidos:       " ws-qtde-lidas
           display "Estacoes aceitas:     " ws-qtde-aceitas
           display "Estacoes rejeitadas:  " ws-qtde-rejeitadas
           display "Sem envio aguardando: " ws-qtde-sem-controle

      *>      codigo fora da faixa 1-6 dos abends, para a monitoracao
      *>      enxergar a rejeicao sem confundir com falha do programa
