      $set sourceformat"free"

      *>divisão de identificação do programa
       identification division.
      *>---program-id é uma informação obrigatória---
       program-id. "cadastroSensores".
       author. "Evelyn Yasmin Pereira".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>manutencao online do registro de sensores cadSensores.dat: consulta
      *>um sensor pelo numero de serie, inclui, altera o modelo, registra
      *>nova calibracao (a anterior fica guardada para os meses medidos
      *>antes dela) e monta ou retira o sensor de uma estacao. Cada
      *>montagem vira um registro datado em histSensores.dat (estacao +
      *>data de instalacao, com a data de retirada), que e a historia de
      *>qual instrumento mediu cada dia de cada estacao; montar um sensor
      *>numa estacao que ja tem outro retira o anterior na mesma data, e
      *>fd-est-sensor de cadEstacoes passa a trazer o numero de serie do
      *>sensor montado. A opcao 'L' lista em calibracoesVencer.txt os
      *>sensores com calibracao vencida ou vencendo nos proximos 30 dias

      *>divisão para configuração de ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>declaração de recursos externos
       input-output section.
       file-control.

           select cadSensores assign to 'cadSensores.dat'
           organization is indexed
           access mode is dynamic
           record key is fd-sen-serie
           lock mode is automatic
           file status is ws-fs-cadSensores.

           select histSensores assign to 'histSensores.dat'
           organization is indexed
           access mode is dynamic
           record key is fd-his-chave
           lock mode is automatic
           file status is ws-fs-histSensores.

           select cadEstacoes assign to 'cadEstacoes.dat'
           organization is indexed
           access mode is dynamic
           record key is fd-est-estacao
           lock mode is automatic
           file status is ws-fs-cadEstacoes.

           select arqCalibracoes assign to 'calibracoesVencer.txt'
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqCalibracoes.

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

       fd cadSensores.
       01 fd-sensor-reg.
      *>      chave do registro: numero de serie do instrumento, o mesmo
      *>      gravado em fd-est-sensor da estacao onde esta montado
          05 fd-sen-serie                          pic  x(10).
          05 fd-sen-modelo                         pic  x(20).
      *>      montagem corrente: estacao em branco e sensor em estoque; a
      *>      data de retirada e a da ultima montagem encerrada
          05 fd-sen-estacao                        pic  x(03).
          05 fd-sen-data-instalacao                pic  9(08).
          05 fd-sen-data-remocao                   pic  9(08).
      *>      calibracao vigente e a anterior a ela (ccyymmdd), zero
      *>      quando nao houve: o dia medido antes da calibracao vigente
      *>      e conferido contra a validade da anterior
          05 fd-sen-data-calibracao                pic  9(08).
          05 fd-sen-validade-calibracao            pic  9(08).
          05 fd-sen-data-calib-anterior            pic  9(08).
          05 fd-sen-validade-calib-anterior        pic  9(08).
          05 filler                                pic  x(10).

       fd histSensores.
       01 fd-historico-reg.
      *>      uma montagem de sensor numa estacao, com vigencia pela data
      *>      de instalacao; retirada zero e a montagem ainda em curso
          05 fd-his-chave.
             10 fd-his-estacao                     pic  x(03).
             10 fd-his-data-instalacao             pic  9(08).
          05 fd-his-serie                          pic  x(10).
          05 fd-his-data-remocao                   pic  9(08).
          05 filler                                pic  x(10).

       fd cadEstacoes.
       01 fd-estacao-reg.
          05 fd-est-estacao                        pic  x(03).
          05 fd-est-nome                           pic  x(30).
          05 fd-est-municipio                      pic  x(20).
          05 fd-est-altitude                       pic  9(04).
      *>      situacao da estacao: 'A'tiva ou 'D'esativada
          05 fd-est-situacao                       pic  x(01).
             88 fd-est-ativa                       value 'A'.
             88 fd-est-desativada                  value 'D'.
          05 fd-est-sensor                         pic  x(10).
          05 filler                                pic  x(10).

       fd arqCalibracoes.
       01 fd-calibracoes-linha                     pic x(100).

       fd arqErros.
       01 fd-erros-linha                           pic x(72).

      *>_____variáveis de trabalho______
       working-storage section.

       77 ws-fs-cadSensores                        pic  9(02).
       77 ws-fs-histSensores                       pic  9(02).
       77 ws-fs-cadEstacoes                        pic  9(02).
       77 ws-fs-arqCalibracoes                     pic  9(02).
       77 ws-fs-arqErros                           pic  9(02).

       77 ws-serie                                 pic  x(10).
       77 ws-sair                                  pic  x(01).
       77 ws-opcao                                 pic  x(01).
          88 ws-opcao-incluir                       value 'I' 'i'.
          88 ws-opcao-alterar                       value 'A' 'a'.
          88 ws-opcao-montar                        value 'M' 'm'.
          88 ws-opcao-retirar                       value 'R' 'r'.
          88 ws-opcao-calibrar                      value 'C' 'c'.
          88 ws-opcao-voltar                        value 'V' 'v'.

       77 ws-registro-ok                           pic  x(01).
          88 ws-registro-ok-sim                     value 'S'.

       77 ws-mensagem                              pic  x(50).

      *>      campos de digitacao e exibicao do registro do sensor
       77 ws-modelo                                pic  x(20).
       77 ws-calibracao                            pic  x(08).
       77 ws-calibracao-num redefines ws-calibracao pic  9(08).
       77 ws-validade                              pic  x(08).
       77 ws-validade-num redefines ws-validade    pic  9(08).
       77 ws-estacao-atual                         pic  x(03).
       77 ws-data-instalacao                       pic  9(08).
       77 ws-data-remocao                          pic  9(08).

      *>      montagem e retirada: estacao e data do movimento
       77 ws-estacao-nova                          pic  x(03).
       77 ws-data-movimento                        pic  x(08).
       77 ws-data-movimento-num redefines ws-data-movimento
                                                   pic  9(08).

      *>      sensor montado antes na estacao, retirado na montagem nova
       77 ws-serie-anterior                        pic  x(10).
       77 ws-instalacao-anterior                   pic  9(08).

      *>      validacao de uma data digitada (ccyymmdd)
       01 ws-data-validar.
          05 ws-dvl-ano                            pic  9(04).
          05 ws-dvl-mes                            pic  9(02).
          05 ws-dvl-dia                            pic  9(02).
       01 ws-data-validar-x redefines ws-data-validar pic x(08).
       77 ws-data-ok                               pic  x(01).
          88 ws-data-ok-sim                         value 'S'.
       77 ws-mes-calc                              pic  9(02).
       77 ws-ano-calc                              pic  9(04).
       77 ws-dias-calc                             pic  9(02).

      *>      listagem das calibracoes vencidas ou a vencer
       77 ws-dias-aviso-calibracao                 pic  9(03) value 30.
       77 ws-dias-para-vencer                      pic s9(05).
       77 ws-qtde-calibracoes                      pic  9(04).
       77 ws-fim-sensores                          pic  x(01).
          88 ws-fim-sensores-sim                    value 'S'.

       01 ws-linha-cal-cabec.
          05 filler                                pic  x(31) value
             'CALIBRACOES A VENCER NOS PROX. '.
          05 ws-cal-cab-dias                       pic  9(03).
          05 filler                                pic  x(13) value
             ' DIAS - DATA '.
          05 ws-cal-cab-data                       pic  9(04)/9(02)/9(02).

       01 ws-linha-cal-det.
          05 filler                                pic  x(07) value 'SENSOR '.
          05 ws-cal-serie                          pic  x(10).
          05 filler                                pic  x(03) value ' - '.
          05 ws-cal-modelo                         pic  x(20).
          05 filler                                pic  x(07) value ' - EST '.
          05 ws-cal-estacao                        pic  x(03).
          05 filler                                pic  x(12) value
             ' - VALIDADE '.
          05 ws-cal-validade                       pic  x(10).
          05 filler                                pic  x(03) value ' - '.
          05 ws-cal-situacao                       pic  x(22).

       01 ws-monta-situacao-cal.
          05 ws-msc-texto                          pic  x(12).
          05 ws-msc-dias                           pic  zzzz9.
          05 filler                                pic  x(05) value ' DIAS'.

       01 ws-linha-cal-tot.
          05 filler                                pic  x(19) value
             'SENSORES LISTADOS '.
          05 ws-cal-tot                            pic  9(04).

       01 ws-data-edit                             pic  9(04)/9(02)/9(02).

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

      *>_____declaração de tela_____
       screen section.

       01 tela-consulta.
          05 blank screen.
          05 line 02 column 05 value 'Cadastro de Sensores - cadSensores'.
          05 line 04 column 05 value 'Serie..........: '.
          05 line 04 column 22 pic x(10) using ws-serie.

       01 tela-registro.
          05 line 06 column 05 value 'Modelo.........: '.
          05 line 06 column 22 pic x(20) using ws-modelo.

       01 tela-calibracao.
          05 line 07 column 05 value 'Calibrado em...: '.
          05 line 07 column 22 pic x(08) using ws-calibracao.
          05 line 07 column 32 value '(ccyymmdd)'.
          05 line 08 column 05 value 'Validade ate...: '.
          05 line 08 column 22 pic x(08) using ws-validade.

       01 tela-montagem-atual.
          05 line 10 column 05 value 'Estacao atual..: '.
          05 line 10 column 22 pic x(03) from ws-estacao-atual.
          05 line 11 column 05 value 'Instalado em...: '.
          05 line 11 column 22 pic 9(08) from ws-data-instalacao.
          05 line 12 column 05 value 'Retirado em....: '.
          05 line 12 column 22 pic 9(08) from ws-data-remocao.

       01 tela-opcao-existente.
          05 line 14 column 05 value
             '(A)lterar (M)ontar (R)etirar (C)alibrar (V)oltar: '.
          05 line 14 column 56 pic x(01) using ws-opcao.

       01 tela-opcao-nova.
          05 line 14 column 05 value '(I)ncluir (V)oltar: '.
          05 line 14 column 26 pic x(01) using ws-opcao.

       01 tela-montagem.
          05 line 16 column 05 value 'Estacao........: '.
          05 line 16 column 22 pic x(03) using ws-estacao-nova.
          05 line 16 column 30 value 'Montado em.....: '.
          05 line 16 column 47 pic x(08) using ws-data-movimento.

       01 tela-retirada.
          05 line 16 column 05 value 'Retirado em....: '.
          05 line 16 column 22 pic x(08) using ws-data-movimento.

      *>declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.
      *>_____________________________________________________________________
      *> procedimentos de inicialização
      *>_____________________________________________________________________
       inicializa section.

      *> _______________  primeira execucao cria o registro de sensores e o
      *>                   historico de montagens (status 35)
           open i-o cadSensores.
           if ws-fs-cadSensores = 35 then
               open output cadSensores
               close cadSensores
               open i-o cadSensores
           end-if
           if ws-fs-cadSensores <> 0 then
               move 1 to ws-msn-erro-offset
               move ws-fs-cadSensores to ws-msn-erro-cod
               move 'Erro ao Abrir Arquivo cadSensores' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o histSensores.
           if ws-fs-histSensores = 35 then
               open output histSensores
               close histSensores
               open i-o histSensores
           end-if
           if ws-fs-histSensores <> 0 then
               move 2 to ws-msn-erro-offset
               move ws-fs-histSensores to ws-msn-erro-cod
               move 'Erro ao Abrir Arquivo histSensores' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o cadEstacoes.
           if ws-fs-cadEstacoes <> 0 then
               move 3 to ws-msn-erro-offset
               move ws-fs-cadEstacoes to ws-msn-erro-cod
               move 'Erro ao Abrir Arquivo cadEstacoes' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to ws-serie
           .
       inicializa-exit.
           exit.
      *>________________________________________________________________________
      *>  processamento principal: consulta e manutencao ate o operador sair
      *>________________________________________________________________________
       processamento section.

           move 'N' to ws-sair

           perform until ws-sair = 'S'
                      or ws-sair = 's'

               perform consulta-sensor

               if ws-registro-ok-sim then
                   perform mantem-sensor
               else
                   perform inclui-sensor
               end-if

               display "'C'onsultar outro sensor" line 20 column 05
               display "'L'istar calibracoes a vencer"
                       line 20 column 35
               display "'S'air" line 21 column 05
               accept ws-sair line 22 column 05

               if ws-sair = 'L' or ws-sair = 'l' then
                   perform lista-calibracoes
               end-if
           end-perform
           .
       processamento-exit.
           exit.
      *>________________________________________________________________________
      *>  consulta de um sensor pelo numero de serie
      *>________________________________________________________________________
       consulta-sensor section.

           move 'N' to ws-registro-ok
           move spaces to ws-mensagem

           accept tela-consulta

           perform until ws-serie <> spaces
               display 'Informe o numero de serie' line 18 column 05
               accept tela-consulta
           end-perform

           move ws-serie to fd-sen-serie

           read cadSensores

           if ws-fs-cadSensores = 0 then
               move 'S' to ws-registro-ok
               perform carrega-campos-sensor
           else
               move spaces to ws-modelo
               move '00000000' to ws-calibracao
               move '00000000' to ws-validade
               move spaces to ws-estacao-atual
               move 0 to ws-data-instalacao
               move 0 to ws-data-remocao
               display 'Sensor nao cadastrado' line 18 column 05
           end-if
           .
       consulta-sensor-exit.
           exit.
      *>________________________________________________________________________
      *>  campos de tela a partir do registro corrente do sensor
      *>________________________________________________________________________
       carrega-campos-sensor section.

           move fd-sen-modelo to ws-modelo
           move fd-sen-data-calibracao to ws-calibracao-num
           move fd-sen-validade-calibracao to ws-validade-num
           move fd-sen-estacao to ws-estacao-atual
           move fd-sen-data-instalacao to ws-data-instalacao
           move fd-sen-data-remocao to ws-data-remocao
           .
       carrega-campos-sensor-exit.
           exit.
      *>________________________________________________________________________
      *>  inclusao de um sensor novo, em estoque (sem estacao)
      *>________________________________________________________________________
       inclui-sensor section.

           move space to ws-opcao
           accept tela-opcao-nova

           if ws-opcao-incluir then
               accept tela-registro
               accept tela-calibracao

               perform valida-calibracao

               if ws-mensagem = spaces then
                   move ws-serie to fd-sen-serie
                   move ws-modelo to fd-sen-modelo
                   move spaces to fd-sen-estacao
                   move 0 to fd-sen-data-instalacao
                   move 0 to fd-sen-data-remocao
                   move ws-calibracao-num to fd-sen-data-calibracao
                   move ws-validade-num to fd-sen-validade-calibracao
                   move 0 to fd-sen-data-calib-anterior
                   move 0 to fd-sen-validade-calib-anterior
                   move spaces to fd-sensor-reg(82:10)

                   write fd-sensor-reg
                   if ws-fs-cadSensores <> 0 then
                       move 4 to ws-msn-erro-offset
                       move ws-fs-cadSensores to ws-msn-erro-cod
                       move 'Erro ao Gravar Arquivo cadSensores' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   move 'Sensor incluido em estoque' to ws-mensagem
               end-if
           end-if

           if ws-mensagem <> spaces then
               display ws-mensagem line 18 column 05
           end-if
           .
       inclui-sensor-exit.
           exit.
      *>________________________________________________________________________
      *>  manutencao de um sensor existente
      *>________________________________________________________________________
       mantem-sensor section.

           display tela-registro
           display tela-calibracao
           display tela-montagem-atual
           move space to ws-opcao
           accept tela-opcao-existente

           if ws-opcao-alterar then
               accept tela-registro
               move ws-modelo to fd-sen-modelo
               perform regrava-sensor
               move 'Sensor alterado com sucesso' to ws-mensagem
           else
               if ws-opcao-calibrar then
                   perform calibra-sensor
               else
                   if ws-opcao-montar then
                       perform monta-sensor
                   else
                       if ws-opcao-retirar then
                           perform retira-sensor
                       end-if
                   end-if
               end-if
           end-if

           if ws-mensagem <> spaces then
               display ws-mensagem line 18 column 05
           end-if
           .
       mantem-sensor-exit.
           exit.
      *>________________________________________________________________________
      *>  nova calibracao: a vigente passa a ser a anterior, para os dias
      *>  medidos antes de hoje continuarem conferidos contra ela
      *>________________________________________________________________________
       calibra-sensor section.

           move spaces to ws-calibracao
           move spaces to ws-validade
           accept tela-calibracao

           perform valida-calibracao

           if ws-mensagem = spaces
           and ws-calibracao-num < fd-sen-data-calibracao then
               move 'Calibracao anterior a vigente' to ws-mensagem
           end-if

           if ws-mensagem = spaces then
               if ws-calibracao-num <> fd-sen-data-calibracao then
                   move fd-sen-data-calibracao to fd-sen-data-calib-anterior
                   move fd-sen-validade-calibracao
                     to fd-sen-validade-calib-anterior
               end-if
               move ws-calibracao-num to fd-sen-data-calibracao
               move ws-validade-num to fd-sen-validade-calibracao
               perform regrava-sensor
               move 'Calibracao registrada' to ws-mensagem
           end-if
           .
       calibra-sensor-exit.
           exit.
      *>________________________________________________________________________
      *>  datas de calibracao e validade digitadas: ambas validas e a
      *>  validade depois da calibracao
      *>________________________________________________________________________
       valida-calibracao section.

           move spaces to ws-mensagem

           move ws-calibracao to ws-data-validar-x
           perform valida-data
           if not ws-data-ok-sim then
               move 'Data de calibracao invalida' to ws-mensagem
           else
               move ws-validade to ws-data-validar-x
               perform valida-data
               if not ws-data-ok-sim then
                   move 'Data de validade invalida' to ws-mensagem
               else
                   if ws-validade-num <= ws-calibracao-num then
                       move 'Validade deve ser depois da calibracao'
                         to ws-mensagem
                   end-if
               end-if
           end-if
           .
       valida-calibracao-exit.
           exit.
      *>________________________________________________________________________
      *>  montagem do sensor numa estacao ativa: a montagem em curso da
      *>  estacao, se houver, e encerrada na mesma data
      *>________________________________________________________________________
       monta-sensor section.

           if fd-sen-estacao <> spaces then
               move 'Sensor ja montado: retire antes de montar' to ws-mensagem
           else
               move spaces to ws-estacao-nova
               move spaces to ws-data-movimento
               accept tela-montagem

               perform confere-montagem

               if ws-mensagem = spaces then
                   if ws-serie-anterior <> spaces then
                       perform encerra-montagem-anterior
                   end-if

                   move ws-estacao-nova to fd-his-estacao
                   move ws-data-movimento-num to fd-his-data-instalacao
                   move ws-serie to fd-his-serie
                   move 0 to fd-his-data-remocao
                   move spaces to fd-historico-reg(30:10)
                   write fd-historico-reg
                   if ws-fs-histSensores = 22 then
                       move 'Estacao ja tem montagem nessa data' to ws-mensagem
                   else
                       if ws-fs-histSensores <> 0 then
                           move 5 to ws-msn-erro-offset
                           move ws-fs-histSensores to ws-msn-erro-cod
                           move 'Erro ao Gravar Arquivo histSensores' to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-if

               if ws-mensagem = spaces then
                   move ws-serie to fd-sen-serie
                   perform le-sensor
                   move ws-estacao-nova to fd-sen-estacao
                   move ws-data-movimento-num to fd-sen-data-instalacao
                   move 0 to fd-sen-data-remocao
                   perform regrava-sensor

                   move ws-estacao-nova to fd-est-estacao
                   perform le-estacao
                   move ws-serie to fd-est-sensor
                   perform regrava-estacao

                   perform carrega-campos-sensor
                   move 'Sensor montado na estacao' to ws-mensagem
               end-if
           end-if
           .
       monta-sensor-exit.
           exit.
      *>________________________________________________________________________
      *>  conferencias da montagem antes de gravar qualquer coisa: estacao
      *>  cadastrada e ativa, data valida, nao anterior a ultima retirada
      *>  deste sensor nem a instalacao do sensor que sai da estacao, e sem
      *>  sobrepor as montagens ja encerradas do historico da estacao
      *>________________________________________________________________________
       confere-montagem section.

           move spaces to ws-mensagem
           move spaces to ws-serie-anterior
           move 0 to ws-instalacao-anterior

           move ws-data-movimento to ws-data-validar-x
           perform valida-data
           if not ws-data-ok-sim then
               move 'Data de montagem invalida' to ws-mensagem
           else
               if ws-data-movimento-num < fd-sen-data-remocao then
                   move 'Montagem antes da ultima retirada do sensor'
                     to ws-mensagem
               end-if
           end-if

           if ws-mensagem = spaces then
               move ws-estacao-nova to fd-est-estacao
               read cadEstacoes
               if ws-fs-cadEstacoes <> 0 then
                   move 'Estacao nao cadastrada' to ws-mensagem
               else
                   if not fd-est-ativa then
                       move 'Estacao desativada' to ws-mensagem
                   else
                       move fd-est-sensor to ws-serie-anterior
                   end-if
               end-if
           end-if

      *>      sensor que a estacao traz montado, conferido no registro de
      *>      sensores: so conta se ainda estiver montado nela
           if ws-mensagem = spaces
           and ws-serie-anterior <> spaces then
               move ws-serie-anterior to fd-sen-serie
               read cadSensores
               if ws-fs-cadSensores <> 0
               or fd-sen-estacao <> ws-estacao-nova then
                   move spaces to ws-serie-anterior
               else
                   move fd-sen-data-instalacao to ws-instalacao-anterior
                   if ws-data-movimento-num <= ws-instalacao-anterior then
                       move 'Data nao posterior a montagem em curso'
                         to ws-mensagem
                   end-if
               end-if

               move ws-serie to fd-sen-serie
               perform le-sensor
           end-if

           if ws-mensagem = spaces then
               perform confere-historico-estacao
           end-if
           .
       confere-montagem-exit.
           exit.
      *>________________________________________________________________________
      *>  historico da estacao em volta da data da nova montagem: a
      *>  montagem anterior precisa estar retirada ate a data (a em curso
      *>  e encerrada nela), nenhuma montagem pode comecar na mesma data
      *>  nem depois dela, senao o historico fica com vigencias sobrepostas
      *>________________________________________________________________________
       confere-historico-estacao section.

           move ws-estacao-nova to fd-his-estacao
           move ws-data-movimento-num to fd-his-data-instalacao
           read histSensores
           if ws-fs-histSensores = 0 then
               move 'Estacao ja tem montagem nessa data' to ws-mensagem
           end-if

           if ws-mensagem = spaces then
               move ws-estacao-nova to fd-his-estacao
               move ws-data-movimento-num to fd-his-data-instalacao
               start histSensores key is < fd-his-chave
               if ws-fs-histSensores = 0 then
                   read histSensores previous record
                   if ws-fs-histSensores = 0
                   and fd-his-estacao = ws-estacao-nova then
                       if (fd-his-data-remocao = 0
                           and fd-his-data-instalacao <> ws-instalacao-anterior)
                       or ws-data-movimento-num < fd-his-data-remocao then
                           move 'Data sobrepoe montagem anterior da estacao'
                             to ws-mensagem
                       end-if
                   end-if
               end-if
           end-if

           if ws-mensagem = spaces then
               move ws-estacao-nova to fd-his-estacao
               move ws-data-movimento-num to fd-his-data-instalacao
               start histSensores key is > fd-his-chave
               if ws-fs-histSensores = 0 then
                   read histSensores next record
                   if ws-fs-histSensores = 0
                   and fd-his-estacao = ws-estacao-nova then
                       move 'Data anterior a montagem posterior da estacao'
                         to ws-mensagem
                   end-if
               end-if
           end-if
           .
       confere-historico-estacao-exit.
           exit.
      *>________________________________________________________________________
      *>  encerramento da montagem em curso na estacao, na data da nova
      *>________________________________________________________________________
       encerra-montagem-anterior section.

           move ws-estacao-nova to fd-his-estacao
           move ws-instalacao-anterior to fd-his-data-instalacao
           read histSensores
           if ws-fs-histSensores = 0 then
               move ws-data-movimento-num to fd-his-data-remocao
               perform regrava-historico
           end-if

           move ws-serie-anterior to fd-sen-serie
           perform le-sensor
           move spaces to fd-sen-estacao
           move ws-data-movimento-num to fd-sen-data-remocao
           perform regrava-sensor
           .
       encerra-montagem-anterior-exit.
           exit.
      *>________________________________________________________________________
      *>  retirada do sensor da estacao onde esta montado
      *>________________________________________________________________________
       retira-sensor section.

           if fd-sen-estacao = spaces then
               move 'Sensor nao esta montado' to ws-mensagem
           else
               move spaces to ws-data-movimento
               accept tela-retirada

               move ws-data-movimento to ws-data-validar-x
               perform valida-data
               if not ws-data-ok-sim then
                   move 'Data de retirada invalida' to ws-mensagem
               else
                   if ws-data-movimento-num < fd-sen-data-instalacao then
                       move 'Retirada antes da instalacao' to ws-mensagem
                   end-if
               end-if

               if ws-mensagem = spaces then
                   move fd-sen-estacao to ws-estacao-nova

                   move ws-estacao-nova to fd-his-estacao
                   move fd-sen-data-instalacao to fd-his-data-instalacao
                   read histSensores
                   if ws-fs-histSensores = 0 then
                       move ws-data-movimento-num to fd-his-data-remocao
                       perform regrava-historico
                   end-if

                   move spaces to fd-sen-estacao
                   move ws-data-movimento-num to fd-sen-data-remocao
                   perform regrava-sensor

                   move ws-estacao-nova to fd-est-estacao
                   read cadEstacoes
                   if ws-fs-cadEstacoes = 0
                   and fd-est-sensor = ws-serie then
                       move spaces to fd-est-sensor
                       perform regrava-estacao
                   end-if

                   perform carrega-campos-sensor
                   move 'Sensor retirado da estacao' to ws-mensagem
               end-if
           end-if
           .
       retira-sensor-exit.
           exit.
      *>________________________________________________________________________
      *>  validacao de uma data digitada em ws-data-validar (ccyymmdd)
      *>________________________________________________________________________
       valida-data section.

           move 'N' to ws-data-ok

           if ws-data-validar-x is numeric then
               move ws-dvl-mes to ws-mes-calc
               move ws-dvl-ano to ws-ano-calc
               perform calcula-dias-mes
               if ws-dias-calc > 0
               and ws-dvl-dia >= 1
               and ws-dvl-dia <= ws-dias-calc then
                   move 'S' to ws-data-ok
               end-if
           end-if
           .
       valida-data-exit.
           exit.
      *>________________________________________________________________________
      *>  numero de dias do mes informado em ws-mes-calc / ws-ano-calc
      *>________________________________________________________________________
       calcula-dias-mes section.

           evaluate ws-mes-calc
               when 1
               when 3
               when 5
               when 7
               when 8
               when 10
               when 12
                   move 31 to ws-dias-calc
               when 4
               when 6
               when 9
               when 11
                   move 30 to ws-dias-calc
               when 2
                   if function mod(ws-ano-calc, 400) = 0
                   or (function mod(ws-ano-calc, 4) = 0
                       and function mod(ws-ano-calc, 100) <> 0) then
                       move 29 to ws-dias-calc
                   else
                       move 28 to ws-dias-calc
                   end-if
               when other
                   move 0 to ws-dias-calc
           end-evaluate
           .
       calcula-dias-mes-exit.
           exit.
      *>________________________________________________________________________
      *>  leitura do sensor em fd-sen-serie, que precisa existir
      *>________________________________________________________________________
       le-sensor section.

           read cadSensores
           if ws-fs-cadSensores <> 0 then
               move 4 to ws-msn-erro-offset
               move ws-fs-cadSensores to ws-msn-erro-cod
               move 'Erro ao Ler Arquivo cadSensores' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       le-sensor-exit.
           exit.
      *>________________________________________________________________________
      *>  leitura da estacao em fd-est-estacao, que precisa existir
      *>________________________________________________________________________
       le-estacao section.

           read cadEstacoes
           if ws-fs-cadEstacoes <> 0 then
               move 3 to ws-msn-erro-offset
               move ws-fs-cadEstacoes to ws-msn-erro-cod
               move 'Erro ao Ler Arquivo cadEstacoes' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       le-estacao-exit.
           exit.
      *>________________________________________________________________________
      *>  regravacao do registro corrente do sensor
      *>________________________________________________________________________
       regrava-sensor section.

           rewrite fd-sensor-reg
           if ws-fs-cadSensores <> 0 then
               move 4 to ws-msn-erro-offset
               move ws-fs-cadSensores to ws-msn-erro-cod
               move 'Erro ao Regravar cadSensores' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       regrava-sensor-exit.
           exit.
      *>________________________________________________________________________
      *>  regravacao da montagem corrente do historico
      *>________________________________________________________________________
       regrava-historico section.

           rewrite fd-historico-reg
           if ws-fs-histSensores <> 0 then
               move 5 to ws-msn-erro-offset
               move ws-fs-histSensores to ws-msn-erro-cod
               move 'Erro ao Regravar histSensores' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       regrava-historico-exit.
           exit.
      *>________________________________________________________________________
      *>  regravacao do registro corrente da estacao
      *>________________________________________________________________________
       regrava-estacao section.

           rewrite fd-estacao-reg
           if ws-fs-cadEstacoes <> 0 then
               move 3 to ws-msn-erro-offset
               move ws-fs-cadEstacoes to ws-msn-erro-cod
               move 'Erro ao Regravar cadEstacoes' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       regrava-estacao-exit.
           exit.
      *>________________________________________________________________________
      *>  listagem para a equipe de campo: sensores com calibracao vencida,
      *>  sem calibracao ou vencendo dentro do prazo de aviso
      *>________________________________________________________________________
       lista-calibracoes section.

           move function current-date(1:8) to ws-dha-data
           move function current-date(9:6) to ws-dha-hora

           open output arqCalibracoes
           if ws-fs-arqCalibracoes <> 0 then
               move 6 to ws-msn-erro-offset
               move ws-fs-arqCalibracoes to ws-msn-erro-cod
               move 'Erro ao Abrir Arquivo arqCalibracoes' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-dias-aviso-calibracao to ws-cal-cab-dias
           move ws-dha-data-num to ws-cal-cab-data
           write fd-calibracoes-linha from ws-linha-cal-cabec
           if ws-fs-arqCalibracoes <> 0 then
               move 6 to ws-msn-erro-offset
               move ws-fs-arqCalibracoes to ws-msn-erro-cod
               move 'Erro ao Gravar Arquivo arqCalibracoes' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 0 to ws-qtde-calibracoes
           move 'N' to ws-fim-sensores
           move low-values to fd-sen-serie

           start cadSensores key is >= fd-sen-serie
           if ws-fs-cadSensores <> 0 then
               move 'S' to ws-fim-sensores
           end-if

           perform until ws-fim-sensores-sim
               read cadSensores next record
               if ws-fs-cadSensores <> 0 then
                   move 'S' to ws-fim-sensores
               else
                   perform confere-calibracao
               end-if
           end-perform

           move ws-qtde-calibracoes to ws-cal-tot
           write fd-calibracoes-linha from ws-linha-cal-tot
           if ws-fs-arqCalibracoes <> 0 then
               move 6 to ws-msn-erro-offset
               move ws-fs-arqCalibracoes to ws-msn-erro-cod
               move 'Erro ao Gravar Arquivo arqCalibracoes' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqCalibracoes

           move spaces to ws-mensagem
           string 'Sensores listados em calibracoesVencer: '
                                           delimited by size
                  ws-qtde-calibracoes      delimited by size
                  into ws-mensagem
           end-string
           display ws-mensagem line 18 column 05
           .
       lista-calibracoes-exit.
           exit.
      *>________________________________________________________________________
      *>  conferencia da validade da calibracao de um sensor contra o prazo
      *>________________________________________________________________________
       confere-calibracao section.

           if fd-sen-validade-calibracao is not numeric
           or fd-sen-validade-calibracao = 0 then
               move spaces to ws-cal-validade
               move 'SEM CALIBRACAO' to ws-cal-situacao
               perform grava-linha-calibracao
           else
               compute ws-dias-para-vencer =
                   function integer-of-date(fd-sen-validade-calibracao)
                 - function integer-of-date(ws-dha-data-num)
               if ws-dias-para-vencer <= ws-dias-aviso-calibracao then
                   move fd-sen-validade-calibracao to ws-data-edit
                   move ws-data-edit to ws-cal-validade
                   if ws-dias-para-vencer < 0 then
                       move 'VENCIDA HA ' to ws-msc-texto
                       compute ws-msc-dias = 0 - ws-dias-para-vencer
                   else
                       move 'VENCE EM ' to ws-msc-texto
                       move ws-dias-para-vencer to ws-msc-dias
                   end-if
                   move ws-monta-situacao-cal to ws-cal-situacao
                   perform grava-linha-calibracao
               end-if
           end-if
           .
       confere-calibracao-exit.
           exit.
      *>________________________________________________________________________
      *>  linha de um sensor na listagem de calibracoes
      *>________________________________________________________________________
       grava-linha-calibracao section.

           move fd-sen-serie to ws-cal-serie
           move fd-sen-modelo to ws-cal-modelo
           move fd-sen-estacao to ws-cal-estacao

           write fd-calibracoes-linha from ws-linha-cal-det
           if ws-fs-arqCalibracoes <> 0 then
               move 6 to ws-msn-erro-offset
               move ws-fs-arqCalibracoes to ws-msn-erro-cod
               move 'Erro ao Gravar Arquivo arqCalibracoes' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-qtde-calibracoes
           .
       grava-linha-calibracao-exit.
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

           stop run
           .
       finaliza-anormal-exit.
           exit.
      *>________________________________________________________________________
      *>   finalização normal
      *>________________________________________________________________________
       finaliza section.

           close cadSensores
           close histSensores
           close cadEstacoes

           display erase
           display 'Cadastro de sensores encerrado'

           stop run
           .
       finaliza-exit.
           exit.
