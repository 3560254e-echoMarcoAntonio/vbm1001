       identification                       division.
       program-id.                          vbm-1031.
       author.                              stanicki.
       date-written.                        set-2026.
      ******************************************************************
      *      importacao do retorno do gateway de sms/whatsapp          *
      *      le o arquivo de retorno (vbm-rmsg) dos lembretes gerados  *
      *      pelo vbm-1020 e grava por atendimento (vbm-cfag) o        *
      *      status de entrega e a resposta do cliente:                *
      *        - "sim" confirma o atendimento marcado                  *
      *        - "nao" desmarca o atendimento como o desmarcar da      *
      *          agenda (vbm-1004) e oferece o horario liberado a      *
      *          entrada pendente mais antiga da lista de espera       *
      *          (vbm-espr) da data, com o mesmo tipo de servico       *
      *        - resposta nao reconhecida e mensagem nao entregue vao  *
      *          para o relatorio, para a recepcao ligar               *
      *      as entregas e falhas sao contadas por tutor (vbm-fmsg);   *
      *      o relatorio termina com os tutores com falhas seguidas    *
      *      desde a ultima entrega, para corrigir o telefone          *
      *                                                                *
      *      evento com data/hora nao posterior ao ja gravado para o   *
      *      atendimento e ignorado, de modo que reprocessar o mesmo   *
      *      arquivo nao conta nada duas vezes                         *
      ******************************************************************
       environment                          division.
       special-names.
           decimal-point is comma.
       input-output                         section.
       file-control.
           copy "vbm-rmsg.sl".
           copy "vbm-agnd.sl".
           copy "vbm-tuto.sl".
           copy "vbm-pet.sl".
           copy "vbm-espr.sl".
           copy "vbm-cfag.sl".
           copy "vbm-fmsg.sl".
           copy "vbm-rrms.sl".
       data                                 division.
       file                                 section.
           copy "vbm-rmsg.fd".
           copy "vbm-agnd.fd".
           copy "vbm-tuto.fd".
           copy "vbm-pet.fd".
           copy "vbm-espr.fd".
           copy "vbm-cfag.fd".
           copy "vbm-fmsg.fd".
           copy "vbm-rrms.fd".
      ******************************************************************
      *                        working storage                         *
      ******************************************************************
       working-storage                      section.
       77 fs-vbm-rmsg pic xx.
          88 valid-vbm-rmsg value "00" thru "09".
          88 inexistente-vbm-rmsg value "35".
       77 fs-vbm-agnd pic xx.
          88 valid-vbm-agnd value "00" thru "09".
       77 fs-vbm-tuto pic xx.
          88 valid-vbm-tuto value "00" thru "09".
       77 fs-vbm-pet pic xx.
          88 valid-vbm-pet value "00" thru "09".
       77 fs-vbm-espr pic xx.
          88 valid-vbm-espr value "00" thru "09".
          88 inexistente-vbm-espr value "35".
       77 fs-vbm-cfag pic xx.
          88 valid-vbm-cfag value "00" thru "09".
          88 inexistente-vbm-cfag value "35".
       77 fs-vbm-fmsg pic xx.
          88 valid-vbm-fmsg value "00" thru "09".
          88 inexistente-vbm-fmsg value "35".
       77 fs-vbm-rrms pic xx.
          88 valid-vbm-rrms value "00" thru "09".
      *
       01 wss-controle-batch                pic 9(01).
          88 wss-fim-arquivo                value 1 false 0.
       01 ws-fl-cfag-existe                 pic 9(01).
          88 ws-cfag-existe                 value 1 false 0.
       01 ws-fl-gravar-cfag                 pic 9(01).
          88 ws-gravar-cfag                 value 1 false 0.
       01 ws-fl-fmsg-existe                 pic 9(01).
          88 ws-fmsg-existe                 value 1 false 0.
       01 ws-fl-espera-achada               pic 9(01).
          88 ws-espera-achada               value 1 false 0.
       01 ws-fl-fim-espera                  pic 9(01).
          88 ws-fim-espera                  value 1 false 0.
       01 ws-fl-ja-oferecida                pic 9(01).
          88 ws-ja-oferecida                value 1 false 0.
      *
       01 ws-momento-retorno.
          03 ws-dt-momento-retorno          pic 9(08).
          03 ws-hr-momento-retorno          pic 9(06).
       01 ws-momento-gravado.
          03 ws-dt-momento-gravado          pic 9(08).
          03 ws-hr-momento-gravado          pic 9(06).
      *
       01 ws-tx-resposta                    pic x(60).
       01 ws-pos-resposta                   pic 9(02) comp.
       01 ws-palavra-resposta               pic x(20).
          88 ws-resposta-confirma           value "SIM" "S" "1" "OK"
                                                  "CONFIRMO"
                                                  "CONFIRMA"
                                                  "CONFIRMAR"
                                                  "CONFIRMADO".
          88 ws-resposta-desmarca           value "NAO" "N" "2"
                                                  x"4EC3834F"
                                                  x"4EC3A34F"
                                                  "CANCELAR"
                                                  "CANCELA"
                                                  "CANCELO"
                                                  "DESMARCAR"
                                                  "DESMARCA".
      *
       01 ws-dt-liberada                    pic 9(08).
       01 ws-hr-liberada                    pic 9(04).
       01 ws-tp-liberado                    pic 9(01).
       01 ws-tb-ofertas.
          03 ws-qtd-ofertas                 pic 9(03) comp.
          03 ws-chave-oferta                pic x(11) occurs 500 times.
       01 ws-ix-oferta                      pic 9(03) comp.
      *
       01 ws-desc-servico                   pic x(10).
       01 ws-desc-situacao                  pic x(10).
      *
       01 ws-total-lidos                    pic 9(07) comp.
       01 ws-total-repetidos                pic 9(07) comp.
       01 ws-total-entregues                pic 9(07) comp.
       01 ws-total-falhas                   pic 9(07) comp.
       01 ws-total-confirmados              pic 9(07) comp.
       01 ws-total-desmarcados              pic 9(07) comp.
       01 ws-total-nao-reconhecidas         pic 9(07) comp.
       01 ws-total-sem-acao                 pic 9(07) comp.
       01 ws-total-ofertas                  pic 9(07) comp.
       01 ws-total-tutores-falha            pic 9(07) comp.
      *
       01 ws-linha-titulo                   pic x(132).
       01 ws-linha-branco                   pic x(132) value spaces.
       01 ws-linha-cabecalho.
          03 filler                         pic x(15)
             value "ocorrencia".
          03 filler                         pic x(11) value "data".
          03 filler                         pic x(06) value "hora".
          03 filler                         pic x(08) value "  tutor".
          03 filler                         pic x(26) value "nome".
          03 filler                         pic x(16) value "pet".
          03 filler                         pic x(16) value "telefone".
          03 filler                         pic x(34)
             value "mensagem / observacao".
       01 ws-linha-detalhe.
          03 wsl-ocorrencia                 pic x(14).
          03 filler                         pic x(01) value space.
          03 wsl-dt-agenda                  pic x(10).
          03 filler                         pic x(01) value space.
          03 wsl-hr-agenda                  pic x(05).
          03 filler                         pic x(01) value space.
          03 wsl-cd-tutor                   pic z(06)9.
          03 filler                         pic x(01) value space.
          03 wsl-nm-tutor                   pic x(25).
          03 filler                         pic x(01) value space.
          03 wsl-nm-pet                     pic x(15).
          03 filler                         pic x(01) value space.
          03 wsl-fone                       pic x(15).
          03 filler                         pic x(01) value space.
          03 wsl-texto                      pic x(34).
       01 ws-linha-cab-falhas.
          03 filler                         pic x(08) value "  tutor".
          03 filler                         pic x(31) value "nome".
          03 filler                         pic x(16)
             value "telefone atual".
          03 filler                         pic x(16)
             value "fone da falha".
          03 filler                         pic x(04) value "seg".
          03 filler                         pic x(06) value "total".
          03 filler                         pic x(11) value "ult.falha".
          03 filler                         pic x(20)
             value "observacao".
       01 ws-linha-falha.
          03 wsf-cd-tutor                   pic z(06)9.
          03 filler                         pic x(01) value space.
          03 wsf-nm-tutor                   pic x(30).
          03 filler                         pic x(01) value space.
          03 wsf-fone-atual                 pic x(15).
          03 filler                         pic x(01) value space.
          03 wsf-fone-falha                 pic x(15).
          03 filler                         pic x(01) value space.
          03 wsf-qtd-seguidas               pic zz9.
          03 filler                         pic x(01) value space.
          03 wsf-qtd-falhas                 pic zzzz9.
          03 filler                         pic x(01) value space.
          03 wsf-dt-ultima-falha            pic x(10).
          03 filler                         pic x(01) value space.
          03 wsf-observacao                 pic x(20).
       01 ws-linha-total.
          03 filler                         pic x(37).
          03 wsl-total                      pic z(06)9.
      ******************************************************************
      *                       procedure division                       *
      ******************************************************************
       procedure                            division.
           perform abrir-arquivos.
           perform imprimir-cabecalho.
           perform importar-retorno.
           perform listar-falhas-tutor.
           perform imprimir-total.
           perform fechar-arquivos.
           goback.
      *
       abrir-arquivos.
           open i-o vbm-agnd.
           if not valid-vbm-agnd
              display "erro ao abrir o arquivo vbm-agnd! status: "
                      fs-vbm-agnd
              move 8                         to return-code
              goback
           end-if.
           open input vbm-tuto.
           if not valid-vbm-tuto
              display "erro ao abrir o arquivo vbm-tuto! status: "
                      fs-vbm-tuto
              move 8                         to return-code
              goback
           end-if.
           open input vbm-pet.
           if not valid-vbm-pet
              display "erro ao abrir o arquivo vbm-pet! status: "
                      fs-vbm-pet
              move 8                         to return-code
              goback
           end-if.
           open input vbm-espr.
           if inexistente-vbm-espr
              open output vbm-espr
              close vbm-espr
              open input vbm-espr
           end-if.
           if not valid-vbm-espr
              display "erro ao abrir o arquivo vbm-espr! status: "
                      fs-vbm-espr
              move 8                         to return-code
              goback
           end-if.
           open i-o vbm-cfag.
           if inexistente-vbm-cfag
              open output vbm-cfag
              close vbm-cfag
              open i-o vbm-cfag
           end-if.
           if not valid-vbm-cfag
              display "erro ao abrir o arquivo vbm-cfag! status: "
                      fs-vbm-cfag
              move 8                         to return-code
              goback
           end-if.
           open i-o vbm-fmsg.
           if inexistente-vbm-fmsg
              open output vbm-fmsg
              close vbm-fmsg
              open i-o vbm-fmsg
           end-if.
           if not valid-vbm-fmsg
              display "erro ao abrir o arquivo vbm-fmsg! status: "
                      fs-vbm-fmsg
              move 8                         to return-code
              goback
           end-if.
           open output vbm-rrms.
           if not valid-vbm-rrms
              display "erro ao abrir o arquivo vbm-rrms! status: "
                      fs-vbm-rrms
              move 8                         to return-code
              goback
           end-if.
      *
       fechar-arquivos.
           close vbm-agnd.
           close vbm-tuto.
           close vbm-pet.
           close vbm-espr.
           close vbm-cfag.
           close vbm-fmsg.
           close vbm-rrms.
      *
       imprimir-cabecalho.
           move "retorno do gateway de mensagens - vbm-1031"
                                             to ws-linha-titulo.
           write reg-rrms                   from ws-linha-titulo.
           write reg-rrms                   from ws-linha-branco.
           write reg-rrms                   from ws-linha-cabecalho.
      *
      ******************************************************************
      *    cada registro de status ou de resposta e aplicado ao        *
      *    retorno do atendimento; cabecalho, trailer e tipos          *
      *    desconhecidos sao ignorados                                 *
      ******************************************************************
       importar-retorno.
           move zero                         to ws-total-lidos.
           move zero                         to ws-total-repetidos.
           move zero                         to ws-total-entregues.
           move zero                         to ws-total-falhas.
           move zero                         to ws-total-confirmados.
           move zero                         to ws-total-desmarcados.
           move zero                       to ws-total-nao-reconhecidas.
           move zero                         to ws-total-sem-acao.
           move zero                         to ws-total-ofertas.
           move zero                         to ws-qtd-ofertas.
           open input vbm-rmsg.
           if inexistente-vbm-rmsg
              move "retorno do gateway (VBM-RMSG) nao recebido"
                                             to ws-linha-titulo
              write reg-rrms                from ws-linha-titulo
              exit paragraph
           end-if.
           if not valid-vbm-rmsg
              display "erro ao abrir o arquivo vbm-rmsg! status: "
                      fs-vbm-rmsg
              move 8                         to return-code
              goback
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-rmsg next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 and (rmsg-status-entrega or rmsg-resposta)
                 add 1                       to ws-total-lidos
                 perform processar-retorno
              end-if
           end-perform.
           close vbm-rmsg.
      *
       processar-retorno.
           if rmsg-chave-agenda is not numeric
              move "registro invalido"       to wsl-ocorrencia
              move "identificacao do atendimento"
                                             to wsl-texto
              perform imprimir-ocorrencia
              add 1                          to ws-total-sem-acao
              exit paragraph
           end-if.
           move rmsg-dt-evento               to ws-dt-momento-retorno.
           move rmsg-hr-evento               to ws-hr-momento-retorno.
           set ws-gravar-cfag                to false.
           initialize reg-cfag.
           move rmsg-chave-agenda            to cfag-chave-agenda.
           read vbm-cfag with lock.
           if valid-vbm-cfag
              set ws-cfag-existe             to true
           else
              set ws-cfag-existe             to false
              initialize reg-cfag
              move rmsg-chave-agenda         to cfag-chave-agenda
           end-if.
           evaluate true
              when rmsg-status-entrega
                 perform registrar-entrega
              when rmsg-resposta
                 perform registrar-resposta
           end-evaluate.
           if ws-gravar-cfag
              if ws-cfag-existe
                 rewrite reg-cfag
              else
                 write reg-cfag
              end-if
              if not valid-vbm-cfag
                 display "erro ao gravar o arquivo vbm-cfag! status: "
                         fs-vbm-cfag
              end-if
           end-if.
           unlock vbm-cfag.
      *
      ******************************************************************
      *    status de entrega: falha vai para o relatorio com o codigo  *
      *    do erro do gateway; entrega e falha sao contadas por tutor  *
      ******************************************************************
       registrar-entrega.
           move cfag-dt-entrega              to ws-dt-momento-gravado.
           move cfag-hr-entrega              to ws-hr-momento-gravado.
           if cfag-st-entrega not equal space
              and ws-momento-retorno not > ws-momento-gravado
              add 1                          to ws-total-repetidos
              exit paragraph
           end-if.
           if not rmsg-entregue and not rmsg-falha
              move "status invalido"         to wsl-ocorrencia
              move rmsg-st-entrega           to wsl-texto
              perform imprimir-ocorrencia
              add 1                          to ws-total-sem-acao
              exit paragraph
           end-if.
           move rmsg-st-entrega              to cfag-st-entrega.
           move rmsg-dt-evento               to cfag-dt-entrega.
           move rmsg-hr-evento               to cfag-hr-entrega.
           move rmsg-cd-erro                 to cfag-cd-erro.
           set ws-gravar-cfag                to true.
           perform atualizar-mensagens-tutor.
           if rmsg-entregue
              add 1                          to ws-total-entregues
              exit paragraph
           end-if.
           add 1                             to ws-total-falhas.
           move "nao entregue"               to wsl-ocorrencia.
           move spaces                       to wsl-texto.
           string
              rmsg-cd-erro                   delimited by size
              " "                            delimited by size
              rmsg-tx-mensagem               delimited by size
              into wsl-texto
           end-string.
           perform imprimir-ocorrencia.
      *
       atualizar-mensagens-tutor.
           initialize reg-fmsg.
           move rmsg-cd-tutor                to fmsg-cd-tutor.
           read vbm-fmsg with lock.
           if valid-vbm-fmsg
              set ws-fmsg-existe             to true
           else
              set ws-fmsg-existe             to false
              initialize reg-fmsg
              move rmsg-cd-tutor             to fmsg-cd-tutor
           end-if.
           if rmsg-falha
              add 1                          to fmsg-qtd-falhas
              if fmsg-qtd-falhas-seguidas < 999
                 add 1                       to fmsg-qtd-falhas-seguidas
              end-if
              move rmsg-dt-evento            to fmsg-dt-ultima-falha
              move rmsg-ddd-destino          to fmsg-ddd-ultima-falha
              move rmsg-fone-destino         to fmsg-fone-ultima-falha
              move rmsg-cd-erro              to fmsg-cd-erro-falha
           else
              add 1                          to fmsg-qtd-entregas
              move zero                      to fmsg-qtd-falhas-seguidas
              move rmsg-dt-evento            to fmsg-dt-ultima-entrega
           end-if.
           if ws-fmsg-existe
              rewrite reg-fmsg
           else
              write reg-fmsg
           end-if.
           if not valid-vbm-fmsg
              display "erro ao gravar o arquivo vbm-fmsg! status: "
                      fs-vbm-fmsg
           end-if.
           unlock vbm-fmsg.
      *
      ******************************************************************
      *    resposta do cliente: a primeira palavra do texto decide;    *
      *    o texto fica gravado no retorno do atendimento              *
      ******************************************************************
       registrar-resposta.
           move cfag-dt-resposta             to ws-dt-momento-gravado.
           move cfag-hr-resposta             to ws-hr-momento-gravado.
           if cfag-resposta not equal space
              and ws-momento-retorno not > ws-momento-gravado
              add 1                          to ws-total-repetidos
              exit paragraph
           end-if.
           move rmsg-dt-evento               to cfag-dt-resposta.
           move rmsg-hr-evento               to cfag-hr-resposta.
           move rmsg-tx-mensagem             to cfag-tx-resposta.
           set ws-gravar-cfag                to true.
           perform classificar-resposta.
           evaluate true
              when ws-resposta-confirma
                 set cfag-confirmado         to true
                 perform confirmar-atendimento
              when ws-resposta-desmarca
                 set cfag-desmarcado         to true
                 perform desmarcar-atendimento
              when other
                 set cfag-nao-reconhecida    to true
                 add 1                 to ws-total-nao-reconhecidas
                 move "nao reconhecida"      to wsl-ocorrencia
                 move rmsg-tx-mensagem       to wsl-texto
                 perform imprimir-ocorrencia
           end-evaluate.
      *
       classificar-resposta.
           move rmsg-tx-mensagem             to ws-tx-resposta.
           inspect ws-tx-resposta
              converting "abcdefghijklmnopqrstuvwxyz"
                      to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           move spaces                       to ws-palavra-resposta.
           perform varying ws-pos-resposta from 1 by 1
                     until ws-pos-resposta > 60
                        or ws-tx-resposta(ws-pos-resposta:1)
                           not equal space
              continue
           end-perform.
           if ws-pos-resposta > 60
              exit paragraph
           end-if.
           unstring ws-tx-resposta(ws-pos-resposta:)
              delimited by space or "," or "." or "!" or ";"
              into ws-palavra-resposta
           end-unstring.
      *
       confirmar-atendimento.
           initialize reg-agnd.
           move rmsg-chave-agenda            to agnd-chave-agenda.
           read vbm-agnd with no lock.
           if not valid-vbm-agnd
              perform apontar-atendimento-inexistente
              exit paragraph
           end-if.
           if not agnd-marcado
              perform apontar-atendimento-encerrado
              exit paragraph
           end-if.
           add 1                             to ws-total-confirmados.
      *
      ******************************************************************
      *    desmarcacao pela resposta: mesmo efeito do desmarcar da     *
      *    agenda (vbm-1004), seguido da oferta da lista de espera     *
      ******************************************************************
       desmarcar-atendimento.
           initialize reg-agnd.
           move rmsg-chave-agenda            to agnd-chave-agenda.
           read vbm-agnd with lock.
           if not valid-vbm-agnd
              perform apontar-atendimento-inexistente
              exit paragraph
           end-if.
           if not agnd-marcado
              unlock vbm-agnd
              perform apontar-atendimento-encerrado
              exit paragraph
           end-if.
           set agnd-cancelado                to true.
           rewrite reg-agnd.
           if not valid-vbm-agnd
              display "erro ao cancelar o atendimento! status: "
                      fs-vbm-agnd
              unlock vbm-agnd
              move "erro ao desmarcar"       to wsl-ocorrencia
              move rmsg-tx-mensagem          to wsl-texto
              perform imprimir-ocorrencia
              add 1                          to ws-total-sem-acao
              exit paragraph
           end-if.
           unlock vbm-agnd.
           add 1                             to ws-total-desmarcados.
           move "desmarcado"                 to wsl-ocorrencia.
           move rmsg-tx-mensagem             to wsl-texto.
           perform imprimir-ocorrencia.
           move agnd-dt-agenda               to ws-dt-liberada.
           move agnd-hr-agenda               to ws-hr-liberada.
           move agnd-tp-servico              to ws-tp-liberado.
           perform oferecer-lista-espera.
      *
       apontar-atendimento-inexistente.
           add 1                             to ws-total-sem-acao.
           move "nao localizado"             to wsl-ocorrencia.
           move rmsg-tx-mensagem             to wsl-texto.
           perform imprimir-ocorrencia.
      *
       apontar-atendimento-encerrado.
           add 1                             to ws-total-sem-acao.
           perform carregar-descricao-situacao.
           move "ja encerrado"               to wsl-ocorrencia.
           move spaces                       to wsl-texto.
           string
              ws-desc-situacao               delimited by space
              ": "                           delimited by size
              rmsg-tx-mensagem               delimited by size
              into wsl-texto
           end-string.
           perform imprimir-ocorrencia.
      *
      ******************************************************************
      *    horario liberado: a entrada pendente compativel mais        *
      *    antiga da lista de espera da data vai para o relatorio,     *
      *    para a recepcao ligar; uma entrada ja oferecida nesta       *
      *    execucao nao e oferecida de novo                            *
      ******************************************************************
       oferecer-lista-espera.
           set ws-espera-achada              to false.
           set ws-fim-espera                 to false.
           initialize reg-espr.
           move ws-dt-liberada               to espr-dt-desejada.
           move low-value                    to espr-sq-espera.
           start vbm-espr key greater than espr-chave-espera.
           if not valid-vbm-espr
              set ws-fim-espera              to true
           end-if.
           perform with test before until ws-fim-espera
              read vbm-espr next with no lock
              if not valid-vbm-espr
                 or espr-dt-desejada not equal ws-dt-liberada
                 set ws-fim-espera           to true
              else
                 if espr-pendente
                    and espr-tp-servico equal ws-tp-liberado
                    perform verificar-oferta-feita
                    if not ws-ja-oferecida
                       set ws-espera-achada  to true
                       set ws-fim-espera     to true
                    end-if
                 end-if
              end-if
           end-perform.
           if not ws-espera-achada
              exit paragraph
           end-if.
           if ws-qtd-ofertas < 500
              add 1                          to ws-qtd-ofertas
              move espr-chave-espera
                to ws-chave-oferta(ws-qtd-ofertas)
           end-if.
           add 1                             to ws-total-ofertas.
           move "oferecer vaga"              to wsl-ocorrencia.
           string
              ws-dt-liberada(7:2)            delimited by size
              "/"
              ws-dt-liberada(5:2)            delimited by size
              "/"
              ws-dt-liberada(1:4)            delimited by size
              into wsl-dt-agenda
           end-string.
           string
              ws-hr-liberada(1:2)            delimited by size
              ":"
              ws-hr-liberada(3:2)            delimited by size
              into wsl-hr-agenda
           end-string.
           move espr-cd-tutor                to wsl-cd-tutor.
           initialize reg-tuto.
           move espr-cd-tutor                to tuto-cd-tutor.
           read vbm-tuto with no lock.
           if valid-vbm-tuto
              move tuto-nm-tutor             to wsl-nm-tutor
           else
              move spaces                    to wsl-nm-tutor
           end-if.
           initialize reg-pet.
           move espr-cd-tutor                to pet-cd-tutor.
           move espr-cd-pet                  to pet-cd-pet.
           read vbm-pet with no lock.
           if valid-vbm-pet
              move pet-nm-pet                to wsl-nm-pet
           else
              move spaces                    to wsl-nm-pet
           end-if.
           move spaces                       to wsl-fone.
           string
              "("  espr-ddd-tutor            delimited by size
              ") " espr-fone-tutor(1:5)      delimited by size
              "-"  espr-fone-tutor(6:4)      delimited by size
              into wsl-fone
           end-string.
           evaluate true
              when espr-consulta
                 move "consulta"             to ws-desc-servico
              when espr-banho
                 move "banho"                to ws-desc-servico
              when espr-tosa
                 move "tosa"                 to ws-desc-servico
              when espr-vacina
                 move "vacina"               to ws-desc-servico
              when other
                 move spaces                 to ws-desc-servico
           end-evaluate.
           move spaces                       to wsl-texto.
           string
              "lista de espera - "           delimited by size
              ws-desc-servico                delimited by space
              into wsl-texto
           end-string.
           write reg-rrms                   from ws-linha-detalhe.
      *
       verificar-oferta-feita.
           set ws-ja-oferecida               to false.
           perform varying ws-ix-oferta from 1 by 1
                     until ws-ix-oferta > ws-qtd-ofertas
                        or ws-ja-oferecida
              if ws-chave-oferta(ws-ix-oferta) equal espr-chave-espera
                 set ws-ja-oferecida         to true
              end-if
           end-perform.
           if ws-ja-oferecida
              exit paragraph
           end-if.
           perform verificar-pet-espera.
      *
      ******************************************************************
      *    entrada de pet com obito registrado nao recebe a oferta     *
      ******************************************************************
       verificar-pet-espera.
           initialize reg-pet.
           move espr-cd-tutor                to pet-cd-tutor.
           move espr-cd-pet                  to pet-cd-pet.
           read vbm-pet with no lock.
           if valid-vbm-pet and pet-obito-pet
              set ws-ja-oferecida            to true
           end-if.
      *
       carregar-descricao-situacao.
           evaluate true
              when agnd-marcado
                 move "marcado"              to ws-desc-situacao
              when agnd-cancelado
                 move "cancelado"            to ws-desc-situacao
              when agnd-realizado
                 move "realizado"            to ws-desc-situacao
              when agnd-falta
                 move "falta"                to ws-desc-situacao
              when other
                 move spaces                 to ws-desc-situacao
           end-evaluate.
      *
      ******************************************************************
      *    linha do relatorio com o atendimento do registro de         *
      *    retorno e o telefone para onde a mensagem foi enviada       *
      ******************************************************************
       imprimir-ocorrencia.
           move spaces                       to wsl-dt-agenda.
           move spaces                       to wsl-hr-agenda.
           move zero                         to wsl-cd-tutor.
           move spaces                       to wsl-nm-tutor.
           move spaces                       to wsl-nm-pet.
           move spaces                       to wsl-fone.
           if rmsg-chave-agenda is not numeric
              write reg-rrms                from ws-linha-detalhe
              exit paragraph
           end-if.
           string
              rmsg-dt-agenda(7:2)            delimited by size
              "/"
              rmsg-dt-agenda(5:2)            delimited by size
              "/"
              rmsg-dt-agenda(1:4)            delimited by size
              into wsl-dt-agenda
           end-string.
           string
              rmsg-hr-agenda(1:2)            delimited by size
              ":"
              rmsg-hr-agenda(3:2)            delimited by size
              into wsl-hr-agenda
           end-string.
           move rmsg-cd-tutor                to wsl-cd-tutor.
           initialize reg-tuto.
           move rmsg-cd-tutor                to tuto-cd-tutor.
           read vbm-tuto with no lock.
           if valid-vbm-tuto
              move tuto-nm-tutor             to wsl-nm-tutor
           end-if.
           initialize reg-pet.
           move rmsg-cd-tutor                to pet-cd-tutor.
           move rmsg-cd-pet                  to pet-cd-pet.
           read vbm-pet with no lock.
           if valid-vbm-pet
              move pet-nm-pet                to wsl-nm-pet
           end-if.
           if rmsg-ddd-destino is numeric
              and rmsg-fone-destino is numeric
              string
                 "("  rmsg-ddd-destino       delimited by size
                 ") " rmsg-fone-destino(1:5) delimited by size
                 "-"  rmsg-fone-destino(6:4) delimited by size
                 into wsl-fone
              end-string
           end-if.
           write reg-rrms                   from ws-linha-detalhe.
      *
      ******************************************************************
      *    tutores com falhas seguidas desde a ultima entrega, com o   *
      *    telefone atual do cadastro e o da ultima falha              *
      ******************************************************************
       listar-falhas-tutor.
           move zero                         to ws-total-tutores-falha.
           write reg-rrms                   from ws-linha-branco.
           move "tutores com mensagens nao entregues"
                                             to ws-linha-titulo.
           write reg-rrms                   from ws-linha-titulo.
           write reg-rrms                   from ws-linha-branco.
           write reg-rrms                   from ws-linha-cab-falhas.
           set wss-fim-arquivo               to false.
           initialize reg-fmsg.
           move zero                         to fmsg-cd-tutor.
           start vbm-fmsg key is not less than fmsg-cd-tutor.
           if not valid-vbm-fmsg
              set wss-fim-arquivo            to true
           end-if.
           perform with test before until wss-fim-arquivo
              read vbm-fmsg next with no lock
              if not valid-vbm-fmsg
                 set wss-fim-arquivo         to true
              else
                 if fmsg-qtd-falhas-seguidas > zero
                    perform imprimir-falha-tutor
                 end-if
              end-if
           end-perform.
      *
       imprimir-falha-tutor.
           add 1                             to ws-total-tutores-falha.
           move fmsg-cd-tutor                to wsf-cd-tutor.
           move spaces                       to wsf-nm-tutor.
           move spaces                       to wsf-fone-atual.
           move spaces                       to wsf-observacao.
           initialize reg-tuto.
           move fmsg-cd-tutor                to tuto-cd-tutor.
           read vbm-tuto with no lock.
           if valid-vbm-tuto
              move tuto-nm-tutor             to wsf-nm-tutor
              string
                 "("  tuto-ddd-tutor         delimited by size
                 ") " tuto-fone-tutor(1:5)   delimited by size
                 "-"  tuto-fone-tutor(6:4)   delimited by size
                 into wsf-fone-atual
              end-string
              if tuto-excluido
                 move "tutor excluido"       to wsf-observacao
              else
                 if tuto-ddd-tutor not equal fmsg-ddd-ultima-falha
                    or tuto-fone-tutor not equal
                       fmsg-fone-ultima-falha
                    move "telefone ja alterado"
                                             to wsf-observacao
                 end-if
              end-if
           else
              move "tutor fora do cadastro"  to wsf-observacao
           end-if.
           move spaces                       to wsf-fone-falha.
           string
              "("  fmsg-ddd-ultima-falha     delimited by size
              ") " fmsg-fone-ultima-falha(1:5)
                                             delimited by size
              "-"  fmsg-fone-ultima-falha(6:4)
                                             delimited by size
              into wsf-fone-falha
           end-string.
           move fmsg-qtd-falhas-seguidas     to wsf-qtd-seguidas.
           move fmsg-qtd-falhas              to wsf-qtd-falhas.
           move spaces                       to wsf-dt-ultima-falha.
           string
              fmsg-dt-ultima-falha(7:2)      delimited by size
              "/"
              fmsg-dt-ultima-falha(5:2)      delimited by size
              "/"
              fmsg-dt-ultima-falha(1:4)      delimited by size
              into wsf-dt-ultima-falha
           end-string.
           write reg-rrms                   from ws-linha-falha.
      *
       imprimir-total.
           write reg-rrms                    from ws-linha-branco.
           move "registros de retorno lidos.........: "
                                             to ws-linha-total.
           move ws-total-lidos               to wsl-total.
           write reg-rrms                    from ws-linha-total.
           move "eventos ja importados (ignorados)..: "
                                             to ws-linha-total.
           move ws-total-repetidos           to wsl-total.
           write reg-rrms                    from ws-linha-total.
           move "mensagens entregues................: "
                                             to ws-linha-total.
           move ws-total-entregues           to wsl-total.
           write reg-rrms                    from ws-linha-total.
           move "mensagens nao entregues............: "
                                             to ws-linha-total.
           move ws-total-falhas              to wsl-total.
           write reg-rrms                    from ws-linha-total.
           move "atendimentos confirmados...........: "
                                             to ws-linha-total.
           move ws-total-confirmados         to wsl-total.
           write reg-rrms                    from ws-linha-total.
           move "atendimentos desmarcados...........: "
                                             to ws-linha-total.
           move ws-total-desmarcados         to wsl-total.
           write reg-rrms                    from ws-linha-total.
           move "vagas oferecidas da lista de espera: "
                                             to ws-linha-total.
           move ws-total-ofertas             to wsl-total.
           write reg-rrms                    from ws-linha-total.
           move "respostas nao reconhecidas.........: "
                                             to ws-linha-total.
           move ws-total-nao-reconhecidas    to wsl-total.
           write reg-rrms                    from ws-linha-total.
           move "retornos sem acao (ver relatorio)..: "
                                             to ws-linha-total.
           move ws-total-sem-acao            to wsl-total.
           write reg-rrms                    from ws-linha-total.
           move "tutores com falhas seguidas........: "
                                             to ws-linha-total.
           move ws-total-tutores-falha       to wsl-total.
           write reg-rrms                    from ws-linha-total.
