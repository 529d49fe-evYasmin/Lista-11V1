      *>sign-on contra o cadastro de operadores (senha, perfil de
      *>permissao consulta/altera/exclui e bloqueio automatico apos
      *>senhas erradas repetidas), consulta uma leitura pela chave
      *>estacao + data (a data escolhe o conjunto do mes, na virada do mes
      *>ha dois em aberto) e permite pedir a correcao ou a exclusao do valor
      *>conforme o perfil; o pedido nao toca arqTemperatura.dat: fica
      *>pendente em correcoesPendentes.dat com valor antigo e valor novo
      *>e vai para o journal de correcoes como pendente, ate um segundo
      *>operador de perfil supervisor aprovar ou rejeitar o pedido na
      *>tela de aprovacao (aprovaCorrecoes), que e quem aplica a leitura;
      *>toda tentativa de sign-on vai para o log de seguranca
      *>logSignon.txt e a senha vencida (paramSeguranca.txt) tem de ser
      *>trocada antes de a sessao comecar

      *>divisão para configuração de ambiente
       environment division.
           lock mode is automatic
           file status is ws-fs-cadOperadores.

           select arqPendentes assign to 'correcoesPendentes.dat'
           organization is indexed
           access mode is dynamic
           record key is fd-pnd-chave
           lock mode is automatic
           file status is ws-fs-arqPendentes.

           select arqSeguranca assign to 'logSignon.txt'
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqSeguranca.

           select arqParamSeguranca assign to 'paramSeguranca.txt'
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqParamSeguranca.

       i-o-control.

      *>declaração de variáveis

       fd arqTemperatura.
       01 fd-temperatura-reg.
      *>      chave do arquivo indexado: estacao + data (ccyymmdd); o
      *>      cabecalho do mes fica na data ccyymm00 e o trailer na ccyymm99
          05 fd-trm-chave.
             10 fd-trm-estacao                     pic  x(03).
             10 fd-trm-data                        pic  9(08).
             10 filler                             pic  x(06).

       fd arqJournal.
       01 fd-journal-linha                         pic x(140).

       fd arqErros.
       01 fd-erros-linha                           pic x(72).
          05 fd-opr-operador                       pic  x(08).
          05 fd-opr-senha                          pic  x(08).
      *>      perfil de permissao: 'C'onsulta, 'A'ltera (consulta e
      *>      altera), 'E'xclui (consulta, altera e exclui), 'S'upervisor
      *>      (consulta aqui, decide os pedidos em aprovaCorrecoes)
          05 fd-opr-perfil                         pic  x(01).
             88 fd-opr-perfil-consulta             value 'C'.
             88 fd-opr-perfil-altera               value 'A'.
             88 fd-opr-perfil-exclui               value 'E'.
             88 fd-opr-perfil-supervisor           value 'S'.
      *>      situacao: 'A'tivo ou 'B'loqueado
          05 fd-opr-situacao                       pic  x(01).
             88 fd-opr-ativo                       value 'A'.
             88 fd-opr-bloqueado                   value 'B'.
      *>      senhas erradas consecutivas; no limite o operador bloqueia
          05 fd-opr-tentativas                     pic  9(01).
      *>      data (ccyymmdd) da ultima troca de senha, zero quando a senha
      *>      foi definida pelo cadastro e vence no primeiro sign-on, e do
      *>      ultimo sign-on com sucesso, zero se o operador nunca entrou
          05 fd-opr-data-troca-senha               pic  9(08).
          05 fd-opr-data-ultimo-signon             pic  9(08).
          05 filler                                pic  x(10).

       fd arqPendentes.
       01 fd-pendente-reg.
      *>      pedido de correcao aguardando a decisao do supervisor; a
      *>      chave leva a data e a hora do pedido para a mesma leitura
      *>      guardar o historico de pedidos ja decididos
          05 fd-pnd-chave.
             10 fd-pnd-estacao                     pic  x(03).
             10 fd-pnd-data-leitura                pic  9(08).
             10 fd-pnd-data-pedido                 pic  9(08).
             10 fd-pnd-hora-pedido                 pic  9(06).
      *>      operacao pedida: 'A'lteracao do valor ou 'E'xclusao
          05 fd-pnd-operacao                       pic  x(01).
             88 fd-pnd-alteracao                   value 'A'.
             88 fd-pnd-exclusao                    value 'E'.
          05 fd-pnd-valor-antigo                   pic s9(02)v99.
          05 fd-pnd-valor-novo                     pic s9(02)v99.
          05 fd-pnd-solicitante                    pic  x(08).
      *>      situacao: 'P'endente, 'A'provada ou 'R'ejeitada
          05 fd-pnd-situacao                       pic  x(01).
             88 fd-pnd-pendente                    value 'P'.
             88 fd-pnd-aprovada                    value 'A'.
             88 fd-pnd-rejeitada                   value 'R'.
      *>      decisao: supervisor, quando e, na rejeicao, o motivo
          05 fd-pnd-supervisor                     pic  x(08).
          05 fd-pnd-data-decisao                   pic  9(08).
          05 fd-pnd-hora-decisao                   pic  9(06).
          05 fd-pnd-motivo                         pic  x(40).
          05 filler                                pic  x(10).

       fd arqSeguranca.
       01 fd-seguranca-linha                       pic x(100).

       fd arqParamSeguranca.
      *>      layout do arquivo-texto (posicoes, 1-based), editavel a mao:
      *>        01-03   dias de validade da senha (padrao 090)
      *>        04-06   dias sem sign-on para o operador ser listado como
      *>                inativo no cadastro (padrao 090)
      *>      arquivo ausente ou campo invalido assume o padrao
       01 fd-pseg-linha.
          05 fd-pseg-validade-senha                pic  x(03).
          05 fd-pseg-validade-senha-num redefines fd-pseg-validade-senha
                                                   pic  9(03).
          05 fd-pseg-dias-inativo                  pic  x(03).

      *>_____variáveis de trabalho______
       working-storage section.

       77 ws-fs-arqJournal                         pic  9(02).
       77 ws-fs-arqErros                           pic  9(02).
       77 ws-fs-cadOperadores                      pic  9(02).
       77 ws-fs-arqPendentes                       pic  9(02).
       77 ws-fs-arqSeguranca                       pic  9(02).
       77 ws-fs-arqParamSeguranca                  pic  9(02).

      *>      sign-on do operador: identificacao atribuivel no journal e
      *>      perfil de permissao valendo para a sessao inteira
          88 ws-perfil-consulta                     value 'C'.
          88 ws-perfil-altera                       value 'A'.
          88 ws-perfil-exclui                       value 'E'.
          88 ws-perfil-supervisor                   value 'S'.
       77 ws-signon-ok                             pic  x(01) value 'N'.
          88 ws-signon-ok-sim                       value 'S'.
       77 ws-tentativas-sessao                     pic  9(01) value 0.
       77 ws-limite-tentativas                     pic  9(01) value 3.

      *>      envelhecimento da senha: vencida a validade, o sign-on so
      *>      termina depois da troca
       77 ws-validade-senha                        pic  9(03) value 90.
       77 ws-dias-senha                            pic  9(05).
       77 ws-senha-vencida                         pic  x(01).
          88 ws-senha-vencida-sim                   value 'S'.
       77 ws-senha-trocada                         pic  x(01).
          88 ws-senha-trocada-sim                   value 'S'.
       77 ws-tentativas-troca                      pic  9(01).
       77 ws-senha-nova                            pic  x(08).
       77 ws-senha-confirma                        pic  x(08).
       77 ws-estacao                               pic  x(03).
       77 ws-data-leitura                          pic  9(08).
       77 ws-sair                                  pic  x(01).
          88 ws-registro-ok-sim                     value 'S'.

       77 ws-temp-atual                            pic s9(02)v99.

      *>      pedido ainda pendente para a leitura consultada
       77 ws-tem-pendente                          pic  x(01).
          88 ws-tem-pendente-sim                    value 'S'.
       77 ws-fim-pendentes                         pic  x(01).
          88 ws-fim-pendentes-sim                   value 'S'.
       77 ws-mensagem                              pic  x(50).

      *>      entrada do novo valor: sinal + 4 digitos (2 casas implicitas),
             10 ws-dha-minutos                     pic  9(02).
             10 ws-dha-segundos                    pic  9(02).

      *>      uma linha por evento do pedido, lida pelos auditores: quem,
      *>      quando, qual leitura, operacao ('A'lteracao ou 'E'xclusao),
      *>      de/para e a situacao ('P'endente no pedido, 'A'provada ou
      *>      'R'ejeitada na decisao, com o supervisor e o motivo); o
      *>      operador e sempre o solicitante, a hora e a do evento
       01 ws-linha-journal.
          05 ws-jrn-data                           pic  9(04)/9(02)/9(02).
          05 filler                                pic  x(01) value ' '.
          05 ws-jrn-valor-antigo                   pic -9(02)9,99.
          05 filler                                pic  x(07) value ' para '.
          05 ws-jrn-valor-novo                     pic -9(02)9,99.
          05 filler                                pic  x(03) value ' - '.
          05 ws-jrn-situacao                       pic  x(01).
          05 filler                                pic  x(03) value ' - '.
          05 ws-jrn-supervisor                     pic  x(08).
          05 filler                                pic  x(03) value ' - '.
          05 ws-jrn-motivo                         pic  x(40).

      *>      uma linha por tentativa de sign-on no log de seguranca, lida
      *>      pelo relatorio mensal de acessos (posicoes, 1-based):
      *>        01-10   data (ccyy/mm/dd)       12-19   hora (hh:mm:ss)
      *>        23-30   operador digitado       34-55   programa
      *>        59      tentativa na sessao     63-64   ocorrencia
      *>        68-97   descricao da ocorrencia
      *>      ocorrencias: 'OK' sucesso, 'SE' senha errada, 'BA' senha
      *>      errada que bloqueou o operador, 'BL' operador bloqueado,
      *>      'DE' operador desconhecido, 'TS' troca de senha vencida,
      *>      'TN' troca de senha vencida nao concluida
       01 ws-linha-seguranca.
          05 ws-seg-data                           pic  9(04)/9(02)/9(02).
          05 filler                                pic  x(01) value ' '.
          05 ws-seg-horas                          pic  9(02).
          05 filler                                pic  x(01) value ':'.
          05 ws-seg-minutos                        pic  9(02).
          05 filler                                pic  x(01) value ':'.
          05 ws-seg-segundos                       pic  9(02).
          05 filler                                pic  x(03) value ' - '.
          05 ws-seg-operador                       pic  x(08).
          05 filler                                pic  x(03) value ' - '.
          05 ws-seg-programa                       pic  x(22) value
             'manutencaoTemperatura'.
          05 filler                                pic  x(03) value ' - '.
          05 ws-seg-tentativa                      pic  9(01).
          05 filler                                pic  x(03) value ' - '.
          05 ws-seg-ocorrencia                     pic  x(02).
          05 filler                                pic  x(03) value ' - '.
          05 ws-seg-descricao                      pic  x(30).

       01 ws-linha-erro.
          05 ws-erro-data                          pic  9(04)/9(02)/9(02).
          05 line 05 column 05 value 'Senha..........: '.
          05 line 05 column 22 pic x(08) using ws-senha secure.

       01 tela-troca-senha.
          05 line 07 column 05 value 'Nova senha.....: '.
          05 line 07 column 22 pic x(08) using ws-senha-nova secure.
          05 line 08 column 05 value 'Confirmacao....: '.
          05 line 08 column 22 pic x(08) using ws-senha-confirma secure.

       01 tela-consulta.
          05 blank screen.
          05 line 02 column 05 value 'Manutencao de Leituras - arqTemperatura'.
           if ws-fs-cadOperadores <> 0 then
               move 7 to ws-msn-erro-offset
               move ws-fs-cadOperadores to ws-msn-erro-cod
      *>        registro antigo: cadastroOperadores converte na abertura
               if ws-fs-cadOperadores = 39 then
                   move 'Cadastro Antigo: Rodar cadastroOperadores' to ws-msn-erro-text
               else
                   move 'Erro ao Abrir Arquivo cadOperadores' to ws-msn-erro-text
               end-if
               perform finaliza-anormal
           end-if

      *> _______________  validade da senha; parametro ausente vale o padrao
           open input arqParamSeguranca
           if ws-fs-arqParamSeguranca = 0 then
               read arqParamSeguranca
               if ws-fs-arqParamSeguranca = 0
               and fd-pseg-validade-senha is numeric
               and fd-pseg-validade-senha-num > 0 then
                   move fd-pseg-validade-senha-num to ws-validade-senha
               end-if
               close arqParamSeguranca
           end-if

      *> _______________  log de seguranca e acumulado entre execucoes
           open extend arqSeguranca.
           if ws-fs-arqSeguranca = 35 then
               open output arqSeguranca
           end-if
           if ws-fs-arqSeguranca <> 0 then
               move 9 to ws-msn-erro-offset
               move ws-fs-arqSeguranca to ws-msn-erro-cod
               move 'Erro ao Abrir Arquivo arqSeguranca' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform efetua-signon

      *>      a manutencao so le as leituras: quem regrava e a aprovacao
           open input arqTemperatura.
           if ws-fs-arqTemperatura <> 0 then
               move 1 to ws-msn-erro-offset
               move ws-fs-arqTemperatura to ws-msn-erro-cod
               perform finaliza-anormal
           end-if

      *> _______________  primeira execucao cria o arquivo de pendentes
           open i-o arqPendentes.
           if ws-fs-arqPendentes = 35 then
               open output arqPendentes
               close arqPendentes
               open i-o arqPendentes
           end-if
           if ws-fs-arqPendentes <> 0 then
               move 8 to ws-msn-erro-offset
               move ws-fs-arqPendentes to ws-msn-erro-cod
               move 'Erro ao Abrir Arquivo arqPendentes' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to ws-estacao
           move 0 to ws-data-leitura
           .
      *>  sign-on contra o cadastro de operadores: senha conferida no
      *>  registro, tentativas erradas acumuladas nele e bloqueio
      *>  automatico ao atingir o limite; operador bloqueado nao entra
      *>  nem com a senha certa, so depois do desbloqueio no cadastro.
      *>  Toda tentativa vai para o log de seguranca, e a senha vencida
      *>  (ou definida pelo cadastro) tem de ser trocada antes de entrar
      *>________________________________________________________________________
       efetua-signon section.

               if ws-operador = spaces then
                   display 'Informe o operador' line 18 column 05
               else
                   move ws-tentativas-sessao to ws-seg-tentativa
                   add 1 to ws-seg-tentativa
                   move ws-operador to fd-opr-operador
                   read cadOperadores

                   if ws-fs-cadOperadores <> 0 then
                       add 1 to ws-tentativas-sessao
                       display 'Operador ou senha invalidos' line 18 column 05
                       move 'DE' to ws-seg-ocorrencia
                       move 'OPERADOR DESCONHECIDO' to ws-seg-descricao
                       perform grava-log-seguranca
                   else
                       if fd-opr-bloqueado then
                           display 'Operador bloqueado, procure o cadastro'
                                   line 18 column 05
                           add 1 to ws-tentativas-sessao
                           move 'BL' to ws-seg-ocorrencia
                           move 'OPERADOR BLOQUEADO' to ws-seg-descricao
                           perform grava-log-seguranca
                       else
                           if ws-senha = fd-opr-senha
                           and ws-senha <> spaces then
                               perform confere-validade-senha
                           else
                               add 1 to ws-tentativas-sessao
                               add 1 to fd-opr-tentativas
                                   move 'B' to fd-opr-situacao
                                   display 'Operador bloqueado por tentativas'
                                           line 18 column 05
                                   move 'BA' to ws-seg-ocorrencia
                                   move 'SENHA ERRADA - BLOQUEIO' to ws-seg-descricao
                               else
                                   display 'Operador ou senha invalidos'
                                           line 18 column 05
                                   move 'SE' to ws-seg-ocorrencia
                                   move 'SENHA ERRADA' to ws-seg-descricao
                               end-if
                               perform regrava-operador
                               perform grava-log-seguranca
                           end-if
                       end-if
                   end-if
       efetua-signon-exit.
           exit.
      *>________________________________________________________________________
      *>  senha certa: conferencia da validade e, vencida, troca obrigatoria
      *>  antes de concluir o sign-on; a troca nao concluida encerra a
      *>  sessao sem contar como senha errada
      *>________________________________________________________________________
       confere-validade-senha section.

           move function current-date(1:8) to ws-dha-data
           move function current-date(9:6) to ws-dha-hora

           move 'N' to ws-senha-vencida
           if fd-opr-data-troca-senha is not numeric
           or fd-opr-data-troca-senha = 0
           or fd-opr-data-troca-senha > ws-dha-data-num then
               move 'S' to ws-senha-vencida
           else
               compute ws-dias-senha =
                   function integer-of-date(ws-dha-data-num)
                 - function integer-of-date(fd-opr-data-troca-senha)
               if ws-dias-senha > ws-validade-senha then
                   move 'S' to ws-senha-vencida
               end-if
           end-if

           if ws-senha-vencida-sim then
               perform troca-senha-vencida
           end-if

           if ws-senha-vencida-sim
           and not ws-senha-trocada-sim then
               move ws-limite-tentativas to ws-tentativas-sessao
               move 'TN' to ws-seg-ocorrencia
               move 'TROCA DE SENHA NAO CONCLUIDA' to ws-seg-descricao
               perform grava-log-seguranca
           else
               move 0 to fd-opr-tentativas
               move ws-dha-data-num to fd-opr-data-ultimo-signon
               perform regrava-operador
               move fd-opr-perfil to ws-perfil
               move 'S' to ws-signon-ok
               move 'OK' to ws-seg-ocorrencia
               move 'SIGN-ON COM SUCESSO' to ws-seg-descricao
               perform grava-log-seguranca
           end-if
           .
       confere-validade-senha-exit.
           exit.
      *>________________________________________________________________________
      *>  troca da senha vencida: nova senha diferente da atual, digitada
      *>  duas vezes, com o mesmo limite de tentativas do sign-on
      *>________________________________________________________________________
       troca-senha-vencida section.

           move 'N' to ws-senha-trocada
           move 0 to ws-tentativas-troca

           perform until ws-senha-trocada-sim
                      or ws-tentativas-troca >= ws-limite-tentativas
               move spaces to ws-senha-nova
               move spaces to ws-senha-confirma
               display 'Senha vencida: informe a nova senha' line 18 column 05
               accept tela-troca-senha

               if ws-senha-nova = spaces
               or ws-senha-nova = fd-opr-senha then
                   add 1 to ws-tentativas-troca
                   display 'Nova senha invalida ou igual a atual'
                           line 18 column 05
               else
                   if ws-senha-nova <> ws-senha-confirma then
                       add 1 to ws-tentativas-troca
                       display 'Confirmacao nao confere com a senha'
                               line 18 column 05
                   else
                       move ws-senha-nova to fd-opr-senha
                       move ws-dha-data-num to fd-opr-data-troca-senha
                       move 'S' to ws-senha-trocada
                       move 'TS' to ws-seg-ocorrencia
                       move 'TROCA DE SENHA VENCIDA' to ws-seg-descricao
                       perform grava-log-seguranca
                   end-if
               end-if
           end-perform
           .
       troca-senha-vencida-exit.
           exit.
      *>________________________________________________________________________
      *>  gravacao de uma linha no log de seguranca; ocorrencia, descricao
      *>  e tentativa ja vem preenchidas
      *>________________________________________________________________________
       grava-log-seguranca section.

           move function current-date(1:8) to ws-dha-data
           move function current-date(9:6) to ws-dha-hora

           move ws-dha-data-num to ws-seg-data
           move ws-dha-horas to ws-seg-horas
           move ws-dha-minutos to ws-seg-minutos
           move ws-dha-segundos to ws-seg-segundos
           move ws-operador to ws-seg-operador

           write fd-seguranca-linha from ws-linha-seguranca
           if ws-fs-arqSeguranca <> 0 then
               move 9 to ws-msn-erro-offset
               move ws-fs-arqSeguranca to ws-msn-erro-cod
               move 'Erro ao Gravar Arquivo arqSeguranca' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-log-seguranca-exit.
           exit.
      *>________________________________________________________________________
      *>  regravacao do registro corrente do cadastro de operadores
      *>________________________________________________________________________
       regrava-operador section.

           if ws-fs-arqTemperatura <> 0 then
               move 'Leitura nao encontrada p/ estacao e data' to ws-mensagem
      *>        sem o cabecalho (ccyymm00) o mes nem esta em aberto: ja
      *>        expurgado ou ainda nao carregado
               move ws-estacao to fd-trm-estacao
               compute fd-trm-data = ws-data-leitura
                                   - function mod(ws-data-leitura, 100)
               read arqTemperatura
               if ws-fs-arqTemperatura <> 0
               or not fd-trm-e-cabecalho then
                   move 'Mes da data nao esta em aberto p/ a estacao'
                     to ws-mensagem
               end-if
           else
               if not fd-trm-e-detalhe then
                   move 'Registro nao e um detalhe de leitura' to ws-mensagem
           accept tela-registro

      *>      permissao pelo perfil do sign-on: consulta nao mexe em nada,
      *>      altera nao exclui, supervisor so decide pedidos dos outros;
      *>      a recusa fica na tela, nao no journal; leitura com pedido
      *>      ainda pendente nao recebe outro ate a decisao do primeiro
           if ws-opcao-alterar or ws-opcao-excluir then
               perform verifica-pendente
           end-if

           if ws-tem-pendente-sim then
               move 'Leitura ja tem correcao pendente de aprovacao'
                 to ws-mensagem
           else
           if ws-opcao-alterar then
               if ws-perfil-altera or ws-perfil-exclui then
                   perform altera-leitura
                   end-if
               end-if
           end-if
           end-if

           if ws-mensagem <> spaces then
               display ws-mensagem line 18 column 05
       mantem-leitura-exit.
           exit.
      *>________________________________________________________________________
      *>  localizacao de pedido ainda pendente para a leitura consultada,
      *>  entre os pedidos ja feitos para ela (decididos ou nao)
      *>________________________________________________________________________
       verifica-pendente section.

           move 'N' to ws-tem-pendente
           move 'N' to ws-fim-pendentes

           move ws-estacao to fd-pnd-estacao
           move ws-data-leitura to fd-pnd-data-leitura
           move 0 to fd-pnd-data-pedido
           move 0 to fd-pnd-hora-pedido

           start arqPendentes key is >= fd-pnd-chave
           if ws-fs-arqPendentes <> 0 then
               move 'S' to ws-fim-pendentes
           end-if

           perform until ws-fim-pendentes-sim
               read arqPendentes next record
               if ws-fs-arqPendentes <> 0
               or fd-pnd-estacao <> ws-estacao
               or fd-pnd-data-leitura <> ws-data-leitura then
                   move 'S' to ws-fim-pendentes
               else
                   if fd-pnd-pendente then
                       move 'S' to ws-tem-pendente
                       move 'S' to ws-fim-pendentes
                   end-if
               end-if
           end-perform
           .
       verifica-pendente-exit.
           exit.
      *>________________________________________________________________________
      *>  pedido de correcao do valor da leitura: fica pendente da
      *>  aprovacao do supervisor, a leitura so muda quando aprovado
      *>________________________________________________________________________
       altera-leitura section.

           or ws-tne-digitos is not numeric then
               move 'Valor invalido: use sinal + 4 digitos' to ws-mensagem
           else
               move 'A' to fd-pnd-operacao
               move ws-temp-nova to fd-pnd-valor-novo
               perform registra-pendente

               move 'Correcao registrada, aguardando o supervisor' to ws-mensagem
           end-if
           .
       altera-leitura-exit.
           exit.
      *>________________________________________________________________________
      *>  pedido de exclusao da leitura: fica pendente da aprovacao do
      *>  supervisor, que exclui e reajusta o trailer quando aprovado
      *>________________________________________________________________________
       exclui-leitura section.

           move 'E' to fd-pnd-operacao
           move 0 to fd-pnd-valor-novo
           perform registra-pendente

           move 'Exclusao registrada, aguardando o supervisor' to ws-mensagem
           .
       exclui-leitura-exit.
           exit.
      *>________________________________________________________________________
      *>  gravacao do pedido pendente e da linha 'P'endente no journal;
      *>  operacao e valor novo ja vem preenchidos no registro
      *>________________________________________________________________________
       registra-pendente section.

           move function current-date(1:8) to ws-dha-data
           move function current-date(9:6) to ws-dha-hora

           move ws-estacao to fd-pnd-estacao
           move ws-data-leitura to fd-pnd-data-leitura
           move ws-dha-data-num to fd-pnd-data-pedido
           move ws-dha-hora to fd-pnd-hora-pedido
           move ws-temp-atual to fd-pnd-valor-antigo
           move ws-operador to fd-pnd-solicitante
           move 'P' to fd-pnd-situacao
           move spaces to fd-pnd-supervisor
           move 0 to fd-pnd-data-decisao
           move 0 to fd-pnd-hora-decisao
           move spaces to fd-pnd-motivo
           move spaces to fd-pendente-reg(106:10)

           write fd-pendente-reg
           if ws-fs-arqPendentes <> 0 then
               move 8 to ws-msn-erro-offset
               move ws-fs-arqPendentes to ws-msn-erro-cod
               move 'Erro ao Gravar Arquivo arqPendentes' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move fd-pnd-operacao to ws-jrn-operacao
           move fd-pnd-valor-antigo to ws-jrn-valor-antigo
           move fd-pnd-valor-novo to ws-jrn-valor-novo
           move 'P' to ws-jrn-situacao
           move spaces to ws-jrn-supervisor
           move spaces to ws-jrn-motivo
           perform grava-journal
           .
       registra-pendente-exit.
           exit.
      *>________________________________________________________________________
      *>  gravacao de uma linha no journal de correcoes
           close arqTemperatura
           close arqJournal
           close cadOperadores
           close arqPendentes
           close arqSeguranca

           display erase
           display 'Manutencao encerrada'
