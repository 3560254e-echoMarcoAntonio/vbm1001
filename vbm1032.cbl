       identification                       division.
       program-id.                          vbm-1032.
       author.                              stanicki.
       date-written.                        out-2026.
      ******************************************************************
      *      transferencia de pet entre tutores                        *
      *      chamado pela tela de pets (vbm-1001): o pet passa para o  *
      *      tutor de destino com o proximo codigo livre e leva junto  *
      *      a carteira de vacinacao e os lotes aplicados, o           *
      *      prontuario, os pacotes vendidos, a agenda com o retorno   *
      *      dos lembretes, os recebimentos do caixa com as sessoes de *
      *      pacote, estornos, conciliacao e rps, as liquidacoes de    *
      *      cartao/pix, a lista de espera e as recorrencias de        *
      *      agendamento com o vinculo dos atendimentos gerados e os   *
      *      lancamentos de comissao dos recebimentos; o historico     *
      *      fica inteiro sob o novo codigo                            *
      *                                                                *
      *      cada registro e gravado com a nova chave antes de ser     *
      *      removido da antiga, e a transferencia fica registrada em  *
      *      vbm-trpt (operador, data e hora) como "em andamento" ate  *
      *      o fim; repetir uma transferencia interrompida para o      *
      *      mesmo tutor retoma com o mesmo codigo de destino          *
      *                                                                *
      *      a quantidade de pets dos dois tutores e atualizada pelo   *
      *      programa chamador, com a trilha de auditoria do tutor     *
      ******************************************************************
       environment                          division.
       special-names.
           decimal-point is comma.
       input-output                         section.
       file-control.
           copy "vbm-tuto.sl".
           copy "vbm-pet.sl".
           copy "vbm-trpt.sl".
           copy "vbm-vacc.sl".
           copy "vbm-vlot.sl".
           copy "vbm-pron.sl".
           copy "vbm-pcvd.sl".
           copy "vbm-agnd.sl".
           copy "vbm-cfag.sl".
           copy "vbm-caix.sl".
           copy "vbm-pcus.sl".
           copy "vbm-estc.sl".
           copy "vbm-ccai.sl".
           copy "vbm-nfse.sl".
           copy "vbm-conc.sl".
           copy "vbm-espr.sl".
           copy "vbm-rcag.sl".
           copy "vbm-rcgr.sl".
           copy "vbm-cmap.sl".
       data                                 division.
       file                                 section.
           copy "vbm-tuto.fd".
           copy "vbm-pet.fd".
           copy "vbm-trpt.fd".
           copy "vbm-vacc.fd".
           copy "vbm-vlot.fd".
           copy "vbm-pron.fd".
           copy "vbm-pcvd.fd".
           copy "vbm-agnd.fd".
           copy "vbm-cfag.fd".
           copy "vbm-caix.fd".
           copy "vbm-pcus.fd".
           copy "vbm-estc.fd".
           copy "vbm-ccai.fd".
           copy "vbm-nfse.fd".
           copy "vbm-conc.fd".
           copy "vbm-espr.fd".
           copy "vbm-rcag.fd".
           copy "vbm-rcgr.fd".
           copy "vbm-cmap.fd".
      ******************************************************************
      *                        working storage                         *
      ******************************************************************
       working-storage                      section.
       77 fs-vbm-tuto pic xx.
          88 valid-vbm-tuto value "00" thru "09".
       77 fs-vbm-pet pic xx.
          88 valid-vbm-pet value "00" thru "09".
          88 duplicado-vbm-pet value "22".
       77 fs-vbm-trpt pic xx.
          88 valid-vbm-trpt value "00" thru "09".
          88 inexistente-vbm-trpt value "35".
       77 fs-vbm-vacc pic xx.
          88 valid-vbm-vacc value "00" thru "09".
          88 inexistente-vbm-vacc value "35".
          88 duplicado-vbm-vacc value "22".
       77 fs-vbm-vlot pic xx.
          88 valid-vbm-vlot value "00" thru "09".
          88 inexistente-vbm-vlot value "35".
          88 duplicado-vbm-vlot value "22".
       77 fs-vbm-pron pic xx.
          88 valid-vbm-pron value "00" thru "09".
          88 inexistente-vbm-pron value "35".
          88 duplicado-vbm-pron value "22".
       77 fs-vbm-pcvd pic xx.
          88 valid-vbm-pcvd value "00" thru "09".
          88 inexistente-vbm-pcvd value "35".
          88 duplicado-vbm-pcvd value "22".
       77 fs-vbm-agnd pic xx.
          88 valid-vbm-agnd value "00" thru "09".
          88 inexistente-vbm-agnd value "35".
          88 duplicado-vbm-agnd value "22".
       77 fs-vbm-cfag pic xx.
          88 valid-vbm-cfag value "00" thru "09".
          88 inexistente-vbm-cfag value "35".
          88 duplicado-vbm-cfag value "22".
       77 fs-vbm-caix pic xx.
          88 valid-vbm-caix value "00" thru "09".
          88 inexistente-vbm-caix value "35".
          88 duplicado-vbm-caix value "22".
       77 fs-vbm-pcus pic xx.
          88 valid-vbm-pcus value "00" thru "09".
          88 inexistente-vbm-pcus value "35".
          88 duplicado-vbm-pcus value "22".
       77 fs-vbm-estc pic xx.
          88 valid-vbm-estc value "00" thru "09".
          88 inexistente-vbm-estc value "35".
          88 duplicado-vbm-estc value "22".
       77 fs-vbm-ccai pic xx.
          88 valid-vbm-ccai value "00" thru "09".
          88 inexistente-vbm-ccai value "35".
          88 duplicado-vbm-ccai value "22".
       77 fs-vbm-nfse pic xx.
          88 valid-vbm-nfse value "00" thru "09".
          88 inexistente-vbm-nfse value "35".
       77 fs-vbm-conc pic xx.
          88 valid-vbm-conc value "00" thru "09".
          88 inexistente-vbm-conc value "35".
       77 fs-vbm-espr pic xx.
          88 valid-vbm-espr value "00" thru "09".
          88 inexistente-vbm-espr value "35".
       77 fs-vbm-rcag pic xx.
          88 valid-vbm-rcag value "00" thru "09".
          88 inexistente-vbm-rcag value "35".
          88 duplicado-vbm-rcag value "22".
       77 fs-vbm-rcgr pic xx.
          88 valid-vbm-rcgr value "00" thru "09".
          88 inexistente-vbm-rcgr value "35".
          88 duplicado-vbm-rcgr value "22".
       77 fs-vbm-cmap pic xx.
          88 valid-vbm-cmap value "00" thru "09".
          88 inexistente-vbm-cmap value "35".
          88 duplicado-vbm-cmap value "22".
      *
       01 ws-fl-fim-filhos                  pic 9(01).
          88 ws-fim-filhos                  value 1 false 0.
       01 ws-fl-pendente                    pic 9(01).
          88 ws-transferencia-pendente      value 1 false 0.
      *
      ******************************************************************
      *    chaves de origem e destino; o grupo de 10 posicoes tambem   *
      *    e comparado com a referencia alfanumerica de vbm-ccai e de  *
      *    vbm-conc (chave do caixa ou da venda de pacote)             *
      ******************************************************************
       01 ws-chave-origem.
          03 ws-cd-tutor-origem             pic 9(07).
          03 ws-cd-pet-origem               pic 9(03).
       01 ws-chave-destino.
          03 ws-cd-tutor-destino            pic 9(07).
          03 ws-cd-pet-destino              pic 9(03).
      *
       01 ws-reg-pet-origem                 pic x(88).
       01 ws-chave-trpt                     pic x(24).
       01 ws-reg-trpt                       pic x(88).
       01 ws-chave-caixa-ant                pic x(22).
       01 ws-chave-cmap-ant                 pic x(31).
       01 ws-chave-estorno-ant              pic x(24).
       01 ws-referencia-ant                 pic x(23).
       01 ws-ddd-destino                    pic 9(02).
       01 ws-fone-destino                   pic 9(09).
       01 ws-hora-raw                       pic 9(08).
       01 ws-arquivo-erro                   pic x(08).
       01 ws-status-erro                    pic x(02).
       01 ws-tutor-ed                       pic z(06)9.
      ******************************************************************
      *                       linkage section                          *
      ******************************************************************
       linkage                              section.
       copy "vbm-lktr.cpy".
      ******************************************************************
      *                       procedure division                       *
      ******************************************************************
       procedure division                   using lktr-parametros.
           set lktr-ok                       to true.
           move spaces                       to lktr-mensagem.
           move zero                         to lktr-cd-pet-destino.
           perform abrir-arquivos.
           if lktr-ok
              perform validar-transferencia
           end-if.
           if lktr-ok
              perform transferir-pet
           end-if.
           perform fechar-arquivos.
           goback.
      *
       abrir-arquivos.
           open input vbm-tuto.
           if not valid-vbm-tuto
              move "vbm-tuto"                to ws-arquivo-erro
              move fs-vbm-tuto               to ws-status-erro
              perform apontar-erro-abertura
              exit paragraph
           end-if.
           open i-o vbm-pet.
           if not valid-vbm-pet
              move "vbm-pet"                 to ws-arquivo-erro
              move fs-vbm-pet                to ws-status-erro
              perform apontar-erro-abertura
              exit paragraph
           end-if.
           open i-o vbm-trpt.
           if inexistente-vbm-trpt
              open output vbm-trpt
              close vbm-trpt
              open i-o vbm-trpt
           end-if.
           if not valid-vbm-trpt
              move "vbm-trpt"                to ws-arquivo-erro
              move fs-vbm-trpt               to ws-status-erro
              perform apontar-erro-abertura
              exit paragraph
           end-if.
           open i-o vbm-vacc.
           if inexistente-vbm-vacc
              open output vbm-vacc
              close vbm-vacc
              open i-o vbm-vacc
           end-if.
           if not valid-vbm-vacc
              move "vbm-vacc"                to ws-arquivo-erro
              move fs-vbm-vacc               to ws-status-erro
              perform apontar-erro-abertura
              exit paragraph
           end-if.
           open i-o vbm-vlot.
           if inexistente-vbm-vlot
              open output vbm-vlot
              close vbm-vlot
              open i-o vbm-vlot
           end-if.
           if not valid-vbm-vlot
              move "vbm-vlot"                to ws-arquivo-erro
              move fs-vbm-vlot               to ws-status-erro
              perform apontar-erro-abertura
              exit paragraph
           end-if.
           open i-o vbm-pron.
           if inexistente-vbm-pron
              open output vbm-pron
              close vbm-pron
              open i-o vbm-pron
           end-if.
           if not valid-vbm-pron
              move "vbm-pron"                to ws-arquivo-erro
              move fs-vbm-pron               to ws-status-erro
              perform apontar-erro-abertura
              exit paragraph
           end-if.
           open i-o vbm-pcvd.
           if inexistente-vbm-pcvd
              open output vbm-pcvd
              close vbm-pcvd
              open i-o vbm-pcvd
           end-if.
           if not valid-vbm-pcvd
              move "vbm-pcvd"                to ws-arquivo-erro
              move fs-vbm-pcvd               to ws-status-erro
              perform apontar-erro-abertura
              exit paragraph
           end-if.
           open i-o vbm-agnd.
           if inexistente-vbm-agnd
              open output vbm-agnd
              close vbm-agnd
              open i-o vbm-agnd
           end-if.
           if not valid-vbm-agnd
              move "vbm-agnd"                to ws-arquivo-erro
              move fs-vbm-agnd               to ws-status-erro
              perform apontar-erro-abertura
              exit paragraph
           end-if.
           open i-o vbm-cfag.
           if inexistente-vbm-cfag
              open output vbm-cfag
              close vbm-cfag
              open i-o vbm-cfag
           end-if.
           if not valid-vbm-cfag
              move "vbm-cfag"                to ws-arquivo-erro
              move fs-vbm-cfag               to ws-status-erro
              perform apontar-erro-abertura
              exit paragraph
           end-if.
           open i-o vbm-caix.
           if inexistente-vbm-caix
              open output vbm-caix
              close vbm-caix
              open i-o vbm-caix
           end-if.
           if not valid-vbm-caix
              move "vbm-caix"                to ws-arquivo-erro
              move fs-vbm-caix               to ws-status-erro
              perform apontar-erro-abertura
              exit paragraph
           end-if.
           open i-o vbm-pcus.
           if inexistente-vbm-pcus
              open output vbm-pcus
              close vbm-pcus
              open i-o vbm-pcus
           end-if.
           if not valid-vbm-pcus
              move "vbm-pcus"                to ws-arquivo-erro
              move fs-vbm-pcus               to ws-status-erro
              perform apontar-erro-abertura
              exit paragraph
           end-if.
           open i-o vbm-estc.
           if inexistente-vbm-estc
              open output vbm-estc
              close vbm-estc
              open i-o vbm-estc
           end-if.
           if not valid-vbm-estc
              move "vbm-estc"                to ws-arquivo-erro
              move fs-vbm-estc               to ws-status-erro
              perform apontar-erro-abertura
              exit paragraph
           end-if.
           open i-o vbm-ccai.
           if inexistente-vbm-ccai
              open output vbm-ccai
              close vbm-ccai
              open i-o vbm-ccai
           end-if.
           if not valid-vbm-ccai
              move "vbm-ccai"                to ws-arquivo-erro
              move fs-vbm-ccai               to ws-status-erro
              perform apontar-erro-abertura
              exit paragraph
           end-if.
           open i-o vbm-nfse.
           if inexistente-vbm-nfse
              open output vbm-nfse
              close vbm-nfse
              open i-o vbm-nfse
           end-if.
           if not valid-vbm-nfse
              move "vbm-nfse"                to ws-arquivo-erro
              move fs-vbm-nfse               to ws-status-erro
              perform apontar-erro-abertura
              exit paragraph
           end-if.
           open i-o vbm-conc.
           if inexistente-vbm-conc
              open output vbm-conc
              close vbm-conc
              open i-o vbm-conc
           end-if.
           if not valid-vbm-conc
              move "vbm-conc"                to ws-arquivo-erro
              move fs-vbm-conc               to ws-status-erro
              perform apontar-erro-abertura
              exit paragraph
           end-if.
           open i-o vbm-espr.
           if inexistente-vbm-espr
              open output vbm-espr
              close vbm-espr
              open i-o vbm-espr
           end-if.
           if not valid-vbm-espr
              move "vbm-espr"                to ws-arquivo-erro
              move fs-vbm-espr               to ws-status-erro
              perform apontar-erro-abertura
              exit paragraph
           end-if.
           open i-o vbm-rcag.
           if inexistente-vbm-rcag
              open output vbm-rcag
              close vbm-rcag
              open i-o vbm-rcag
           end-if.
           if not valid-vbm-rcag
              move "vbm-rcag"                to ws-arquivo-erro
              move fs-vbm-rcag               to ws-status-erro
              perform apontar-erro-abertura
              exit paragraph
           end-if.
           open i-o vbm-rcgr.
           if inexistente-vbm-rcgr
              open output vbm-rcgr
              close vbm-rcgr
              open i-o vbm-rcgr
           end-if.
           if not valid-vbm-rcgr
              move "vbm-rcgr"                to ws-arquivo-erro
              move fs-vbm-rcgr               to ws-status-erro
              perform apontar-erro-abertura
              exit paragraph
           end-if.
           open i-o vbm-cmap.
           if inexistente-vbm-cmap
              open output vbm-cmap
              close vbm-cmap
              open i-o vbm-cmap
           end-if.
           if not valid-vbm-cmap
              move "vbm-cmap"                to ws-arquivo-erro
              move fs-vbm-cmap               to ws-status-erro
              perform apontar-erro-abertura
              exit paragraph
           end-if.
      *
       fechar-arquivos.
           close vbm-tuto.
           close vbm-pet.
           close vbm-trpt.
           close vbm-vacc.
           close vbm-vlot.
           close vbm-pron.
           close vbm-pcvd.
           close vbm-agnd.
           close vbm-cfag.
           close vbm-caix.
           close vbm-pcus.
           close vbm-estc.
           close vbm-ccai.
           close vbm-nfse.
           close vbm-conc.
           close vbm-espr.
           close vbm-rcag.
           close vbm-rcgr.
           close vbm-cmap.
      *
       apontar-erro-abertura.
           set lktr-erro                     to true.
           move spaces                       to lktr-mensagem.
           string "erro ao abrir o arquivo "  delimited by size
                  ws-arquivo-erro             delimited by space
                  "! status: "                delimited by size
                  ws-status-erro              delimited by size
                  into lktr-mensagem
           end-string.
      *
       apontar-erro-gravacao.
           set lktr-erro                     to true.
           set ws-fim-filhos                 to true.
           move spaces                       to lktr-mensagem.
           string "erro ao transferir o arquivo " delimited by size
                  ws-arquivo-erro             delimited by space
                  "! status: "                delimited by size
                  ws-status-erro              delimited by size
                  into lktr-mensagem
           end-string.
      *
      ******************************************************************
      *    o pet de origem precisa existir e estar ativo; o tutor de   *
      *    destino precisa existir, nao excluido e diferente do atual  *
      ******************************************************************
       validar-transferencia.
           move lktr-cd-tutor-origem         to ws-cd-tutor-origem.
           move lktr-cd-pet-origem           to ws-cd-pet-origem.
           move lktr-cd-tutor-destino        to ws-cd-tutor-destino.
           move zero                         to ws-cd-pet-destino.
           if ws-cd-tutor-destino equal ws-cd-tutor-origem
              set lktr-erro                  to true
              move "o pet ja pertence ao tutor de destino"
                                             to lktr-mensagem
              exit paragraph
           end-if.
           initialize reg-pet.
           move ws-chave-origem              to pet-chave-pet.
           read vbm-pet with no lock.
           if not valid-vbm-pet
              set lktr-erro                  to true
              move "registro do pet nao pode ser encontrado"
                                             to lktr-mensagem
              exit paragraph
           end-if.
           if pet-obito-pet
              set lktr-erro                  to true
              move "pet com obito registrado nao pode ser transferido"
                                             to lktr-mensagem
              exit paragraph
           end-if.
           move reg-pet                      to ws-reg-pet-origem.
           initialize reg-tuto.
           move ws-cd-tutor-destino          to tuto-cd-tutor.
           read vbm-tuto with no lock.
           if not valid-vbm-tuto or tuto-excluido
              set lktr-erro                  to true
              move "tutor de destino nao cadastrado ou excluido"
                                             to lktr-mensagem
              exit paragraph
           end-if.
           move tuto-ddd-tutor               to ws-ddd-destino.
           move tuto-fone-tutor              to ws-fone-destino.
           perform procurar-transferencia-pendente.
           if ws-transferencia-pendente
              if trpt-cd-tutor-destino not equal ws-cd-tutor-destino
                 set lktr-erro               to true
                 move trpt-cd-tutor-destino  to ws-tutor-ed
                 move spaces                 to lktr-mensagem
                 string "transferencia interrompida para o tutor "
                                              delimited by size
                        ws-tutor-ed           delimited by size
                        "; repita para ele"   delimited by size
                        into lktr-mensagem
                 end-string
                 exit paragraph
              end-if
              move trpt-cd-pet-destino       to ws-cd-pet-destino
           else
              perform carregar-codigo-destino
           end-if.
      *
      ******************************************************************
      *    transferencia "em andamento" do mesmo pet: foi interrompida *
      *    e sera retomada com o mesmo codigo de destino               *
      ******************************************************************
       procurar-transferencia-pendente.
           set ws-transferencia-pendente     to false.
           set ws-fim-filhos                 to false.
           initialize reg-trpt.
           move ws-chave-origem              to trpt-chave-origem.
           start vbm-trpt key not less than trpt-chave-transferencia.
           if not valid-vbm-trpt
              exit paragraph
           end-if.
           perform with test before until ws-fim-filhos
              read vbm-trpt next with no lock
              if not valid-vbm-trpt
                 or trpt-chave-origem not equal ws-chave-origem
                 set ws-fim-filhos           to true
              else
                 if trpt-em-andamento
                    set ws-transferencia-pendente to true
                    move trpt-chave-transferencia to ws-chave-trpt
                    set ws-fim-filhos        to true
                 end-if
              end-if
           end-perform.
      *
       carregar-codigo-destino.
           initialize reg-pet.
           move ws-cd-tutor-destino          to pet-cd-tutor.
           move high-value                   to pet-cd-pet.
           start vbm-pet key less than or equal pet-chave-pet.
           if valid-vbm-pet
              read vbm-pet previous with no lock
           end-if.
           if valid-vbm-pet and pet-cd-tutor equal ws-cd-tutor-destino
              if pet-cd-pet equal 999
                 set lktr-erro               to true
                 move "o tutor de destino nao tem codigo de pet livre"
                                             to lktr-mensagem
                 exit paragraph
              end-if
              add 1 to pet-cd-pet          giving ws-cd-pet-destino
           else
              move 1                         to ws-cd-pet-destino
           end-if.
      *
      ******************************************************************
      *    registra a transferencia, grava o pet no tutor de destino,  *
      *    leva os registros dependentes e so entao remove o pet de    *
      *    origem; qualquer erro interrompe com o registro "em         *
      *    andamento", para ser retomado                               *
      ******************************************************************
       transferir-pet.
           perform registrar-transferencia.
           if lktr-erro
              exit paragraph
           end-if.
           move ws-reg-pet-origem            to reg-pet.
           move ws-chave-destino             to pet-chave-pet.
           write reg-pet.
           if not valid-vbm-pet and not duplicado-vbm-pet
              move "vbm-pet"                 to ws-arquivo-erro
              move fs-vbm-pet                to ws-status-erro
              perform apontar-erro-gravacao
              exit paragraph
           end-if.
           perform transferir-vacinas.
           if lktr-ok
              perform transferir-lotes-vacina
           end-if.
           if lktr-ok
              perform transferir-prontuario
           end-if.
           if lktr-ok
              perform transferir-pacotes
           end-if.
           if lktr-ok
              perform transferir-agenda
           end-if.
           if lktr-ok
              perform transferir-caixa
           end-if.
           if lktr-ok
              perform transferir-sessoes-pacote
           end-if.
           if lktr-ok
              perform transferir-estornos
           end-if.
           if lktr-ok
              perform transferir-conciliacao-caixa
           end-if.
           if lktr-ok
              perform transferir-rps
           end-if.
           if lktr-ok
              perform transferir-liquidacoes
           end-if.
           if lktr-ok
              perform transferir-lista-espera
           end-if.
           if lktr-ok
              perform transferir-recorrencias
           end-if.
           if lktr-ok
              perform transferir-vinculos-recorrencia
           end-if.
           if lktr-ok
              perform transferir-comissoes
           end-if.
           if lktr-erro
              exit paragraph
           end-if.
           initialize reg-pet.
           move ws-chave-origem              to pet-chave-pet.
           read vbm-pet with no lock.
           if valid-vbm-pet
              delete vbm-pet record
              if not valid-vbm-pet
                 move "vbm-pet"              to ws-arquivo-erro
                 move fs-vbm-pet             to ws-status-erro
                 perform apontar-erro-gravacao
                 exit paragraph
              end-if
           end-if.
           perform concluir-transferencia.
      *
       registrar-transferencia.
           if ws-transferencia-pendente
              initialize reg-trpt
              move ws-chave-trpt             to trpt-chave-transferencia
              read vbm-trpt with no lock
              if not valid-vbm-trpt
                 move "vbm-trpt"             to ws-arquivo-erro
                 move fs-vbm-trpt            to ws-status-erro
                 perform apontar-erro-gravacao
              end-if
              exit paragraph
           end-if.
           initialize reg-trpt.
           move ws-chave-origem              to trpt-chave-origem.
           accept trpt-dt-transferencia      from date yyyymmdd.
           accept ws-hora-raw                from time.
           divide ws-hora-raw by 100 giving trpt-hr-transferencia.
           move ws-chave-destino             to trpt-chave-destino.
           move ws-reg-pet-origem(11:20)     to trpt-nm-pet.
           move lktr-cd-operador             to trpt-operador.
           set trpt-em-andamento             to true.
           write reg-trpt.
           if not valid-vbm-trpt
              move "vbm-trpt"                to ws-arquivo-erro
              move fs-vbm-trpt               to ws-status-erro
              perform apontar-erro-gravacao
              exit paragraph
           end-if.
           move trpt-chave-transferencia     to ws-chave-trpt.
      *
       concluir-transferencia.
           move reg-trpt                     to ws-reg-trpt.
           read vbm-trpt with lock.
           if not valid-vbm-trpt
              move "vbm-trpt"                to ws-arquivo-erro
              move fs-vbm-trpt               to ws-status-erro
              perform apontar-erro-gravacao
              exit paragraph
           end-if.
           move ws-reg-trpt                  to reg-trpt.
           set trpt-concluida                to true.
           move lktr-cd-operador             to trpt-operador.
           rewrite reg-trpt.
           unlock vbm-trpt.
           move ws-cd-pet-destino            to lktr-cd-pet-destino.
      *
      ******************************************************************
      *    arquivos com chave iniciada pelo pet: le o primeiro         *
      *    registro do pet de origem, grava com a chave de destino e   *
      *    remove o original, ate nao restar nenhum                    *
      ******************************************************************
       transferir-vacinas.
           set ws-fim-filhos                 to false.
           perform with test before until ws-fim-filhos
              initialize reg-vacc
              move ws-chave-origem           to vacc-chave-pet-vacc
              move low-value                 to vacc-sq-vacc
              start vbm-vacc key greater than vacc-chave-vacc
              if valid-vbm-vacc
                 read vbm-vacc next with no lock
              end-if
              if not valid-vbm-vacc
                 or vacc-chave-pet-vacc not equal ws-chave-origem
                 set ws-fim-filhos           to true
              else
                 move ws-chave-destino       to vacc-chave-pet-vacc
                 write reg-vacc
                 if not valid-vbm-vacc and not duplicado-vbm-vacc
                    move "vbm-vacc"          to ws-arquivo-erro
                    move fs-vbm-vacc         to ws-status-erro
                    perform apontar-erro-gravacao
                 else
                    move ws-chave-origem     to vacc-chave-pet-vacc
                    delete vbm-vacc record
                    if not valid-vbm-vacc
                       move "vbm-vacc"       to ws-arquivo-erro
                       move fs-vbm-vacc      to ws-status-erro
                       perform apontar-erro-gravacao
                    else
                       add 1                 to trpt-qtd-vacinas
                    end-if
                 end-if
              end-if
           end-perform.
      *
       transferir-lotes-vacina.
           set ws-fim-filhos                 to false.
           perform with test before until ws-fim-filhos
              initialize reg-vlot
              move ws-cd-tutor-origem        to vlot-cd-tutor
              move ws-cd-pet-origem          to vlot-cd-pet
              move low-value                 to vlot-sq-vacc
              start vbm-vlot key greater than vlot-chave-vacc
              if valid-vbm-vlot
                 read vbm-vlot next with no lock
              end-if
              if not valid-vbm-vlot
                 or vlot-cd-tutor not equal ws-cd-tutor-origem
                 or vlot-cd-pet not equal ws-cd-pet-origem
                 set ws-fim-filhos           to true
              else
                 move ws-cd-tutor-destino    to vlot-cd-tutor
                 move ws-cd-pet-destino      to vlot-cd-pet
                 write reg-vlot
                 if not valid-vbm-vlot and not duplicado-vbm-vlot
                    move "vbm-vlot"          to ws-arquivo-erro
                    move fs-vbm-vlot         to ws-status-erro
                    perform apontar-erro-gravacao
                 else
                    move ws-cd-tutor-origem  to vlot-cd-tutor
                    move ws-cd-pet-origem    to vlot-cd-pet
                    delete vbm-vlot record
                    if not valid-vbm-vlot
                       move "vbm-vlot"       to ws-arquivo-erro
                       move fs-vbm-vlot      to ws-status-erro
                       perform apontar-erro-gravacao
                    end-if
                 end-if
              end-if
           end-perform.
      *
       transferir-prontuario.
           set ws-fim-filhos                 to false.
           perform with test before until ws-fim-filhos
              initialize reg-pron
              move ws-chave-origem           to pron-chave-pet-pron
              move low-value                 to pron-sq-pron
              start vbm-pron key greater than pron-chave-pron
              if valid-vbm-pron
                 read vbm-pron next with no lock
              end-if
              if not valid-vbm-pron
                 or pron-chave-pet-pron not equal ws-chave-origem
                 set ws-fim-filhos           to true
              else
                 move ws-chave-destino       to pron-chave-pet-pron
                 write reg-pron
                 if not valid-vbm-pron and not duplicado-vbm-pron
                    move "vbm-pron"          to ws-arquivo-erro
                    move fs-vbm-pron         to ws-status-erro
                    perform apontar-erro-gravacao
                 else
                    move ws-chave-origem     to pron-chave-pet-pron
                    delete vbm-pron record
                    if not valid-vbm-pron
                       move "vbm-pron"       to ws-arquivo-erro
                       move fs-vbm-pron      to ws-status-erro
                       perform apontar-erro-gravacao
                    else
                       add 1                 to trpt-qtd-prontuario
                    end-if
                 end-if
              end-if
           end-perform.
      *
       transferir-pacotes.
           set ws-fim-filhos                 to false.
           perform with test before until ws-fim-filhos
              initialize reg-pcvd
              move ws-cd-tutor-origem        to pcvd-cd-tutor
              move ws-cd-pet-origem          to pcvd-cd-pet
              move low-value                 to pcvd-sq-venda
              start vbm-pcvd key greater than pcvd-chave-venda
              if valid-vbm-pcvd
                 read vbm-pcvd next with no lock
              end-if
              if not valid-vbm-pcvd
                 or pcvd-cd-tutor not equal ws-cd-tutor-origem
                 or pcvd-cd-pet not equal ws-cd-pet-origem
                 set ws-fim-filhos           to true
              else
                 move ws-cd-tutor-destino    to pcvd-cd-tutor
                 move ws-cd-pet-destino      to pcvd-cd-pet
                 write reg-pcvd
                 if not valid-vbm-pcvd and not duplicado-vbm-pcvd
                    move "vbm-pcvd"          to ws-arquivo-erro
                    move fs-vbm-pcvd         to ws-status-erro
                    perform apontar-erro-gravacao
                 else
                    move ws-cd-tutor-origem  to pcvd-cd-tutor
                    move ws-cd-pet-origem    to pcvd-cd-pet
                    delete vbm-pcvd record
                    if not valid-vbm-pcvd
                       move "vbm-pcvd"       to ws-arquivo-erro
                       move fs-vbm-pcvd      to ws-status-erro
                       perform apontar-erro-gravacao
                    else
                       add 1                 to trpt-qtd-pacotes
                    end-if
                 end-if
              end-if
           end-perform.
      *
      ******************************************************************
      *    agenda pela chave alternativa do pet; o retorno do lembrete *
      *    (vbm-cfag) tem a mesma chave do atendimento e vai junto     *
      ******************************************************************
       transferir-agenda.
           set ws-fim-filhos                 to false.
           perform with test before until ws-fim-filhos
              initialize reg-agnd
              move ws-chave-origem           to agnd-chave-pet-agenda
              start vbm-agnd key is equal to agnd-chave-pet-agenda
              if valid-vbm-agnd
                 read vbm-agnd next with no lock
              end-if
              if not valid-vbm-agnd
                 or agnd-chave-pet-agenda not equal ws-chave-origem
                 set ws-fim-filhos           to true
              else
                 perform transferir-um-atendimento
              end-if
           end-perform.
      *
       transferir-um-atendimento.
           move ws-chave-destino             to agnd-chave-pet-agenda.
           write reg-agnd.
           if not valid-vbm-agnd and not duplicado-vbm-agnd
              move "vbm-agnd"                to ws-arquivo-erro
              move fs-vbm-agnd               to ws-status-erro
              perform apontar-erro-gravacao
              exit paragraph
           end-if.
           initialize reg-cfag.
           move agnd-dt-agenda               to cfag-dt-agenda.
           move agnd-hr-agenda               to cfag-hr-agenda.
           move ws-cd-tutor-origem           to cfag-cd-tutor.
           move ws-cd-pet-origem             to cfag-cd-pet.
           read vbm-cfag with no lock.
           if valid-vbm-cfag
              move ws-cd-tutor-destino       to cfag-cd-tutor
              move ws-cd-pet-destino         to cfag-cd-pet
              write reg-cfag
              if not valid-vbm-cfag and not duplicado-vbm-cfag
                 move "vbm-cfag"             to ws-arquivo-erro
                 move fs-vbm-cfag            to ws-status-erro
                 perform apontar-erro-gravacao
                 exit paragraph
              end-if
              move ws-cd-tutor-origem        to cfag-cd-tutor
              move ws-cd-pet-origem          to cfag-cd-pet
              delete vbm-cfag record
              if not valid-vbm-cfag
                 move "vbm-cfag"             to ws-arquivo-erro
                 move fs-vbm-cfag            to ws-status-erro
                 perform apontar-erro-gravacao
                 exit paragraph
              end-if
           end-if.
           move ws-chave-origem              to agnd-chave-pet-agenda.
           delete vbm-agnd record.
           if not valid-vbm-agnd
              move "vbm-agnd"                to ws-arquivo-erro
              move fs-vbm-agnd               to ws-status-erro
              perform apontar-erro-gravacao
              exit paragraph
           end-if.
           add 1                             to trpt-qtd-agenda.
      *
      ******************************************************************
      *    caixa, sessoes de pacote e estornos nao tem chave pelo pet: *
      *    leitura completa; cada registro do pet e regravado com a    *
      *    chave de destino e a leitura recomeca apos a chave antiga   *
      ******************************************************************
       transferir-caixa.
           set ws-fim-filhos                 to false.
           initialize reg-caix.
           move low-value                    to caix-chave-caixa.
           start vbm-caix key not less than caix-chave-caixa.
           if not valid-vbm-caix
              exit paragraph
           end-if.
           perform with test before until ws-fim-filhos
              read vbm-caix next with no lock
              if not valid-vbm-caix
                 set ws-fim-filhos           to true
              else
                 if caix-cd-tutor equal ws-cd-tutor-origem
                    and caix-cd-pet equal ws-cd-pet-origem
                    perform transferir-um-recebimento
                 end-if
              end-if
           end-perform.
      *
       transferir-um-recebimento.
           move caix-chave-caixa             to ws-chave-caixa-ant.
           move ws-cd-tutor-destino          to caix-cd-tutor.
           move ws-cd-pet-destino            to caix-cd-pet.
           write reg-caix.
           if not valid-vbm-caix and not duplicado-vbm-caix
              move "vbm-caix"                to ws-arquivo-erro
              move fs-vbm-caix               to ws-status-erro
              perform apontar-erro-gravacao
              exit paragraph
           end-if.
           move ws-chave-caixa-ant           to caix-chave-caixa.
           delete vbm-caix record.
           if not valid-vbm-caix
              move "vbm-caix"                to ws-arquivo-erro
              move fs-vbm-caix               to ws-status-erro
              perform apontar-erro-gravacao
              exit paragraph
           end-if.
           add 1                             to trpt-qtd-caixa.
           start vbm-caix key greater than caix-chave-caixa.
           if not valid-vbm-caix
              set ws-fim-filhos              to true
           end-if.
      *
       transferir-sessoes-pacote.
           set ws-fim-filhos                 to false.
           initialize reg-pcus.
           move low-value                    to pcus-chave-caixa.
           start vbm-pcus key not less than pcus-chave-caixa.
           if not valid-vbm-pcus
              exit paragraph
           end-if.
           perform with test before until ws-fim-filhos
              read vbm-pcus next with no lock
              if not valid-vbm-pcus
                 set ws-fim-filhos           to true
              else
                 if pcus-cd-tutor equal ws-cd-tutor-origem
                    and pcus-cd-pet equal ws-cd-pet-origem
                    perform transferir-uma-sessao
                 end-if
              end-if
           end-perform.
      *
       transferir-uma-sessao.
           move pcus-chave-caixa             to ws-chave-caixa-ant.
           move ws-cd-tutor-destino          to pcus-cd-tutor.
           move ws-cd-pet-destino            to pcus-cd-pet.
           write reg-pcus.
           if not valid-vbm-pcus and not duplicado-vbm-pcus
              move "vbm-pcus"                to ws-arquivo-erro
              move fs-vbm-pcus               to ws-status-erro
              perform apontar-erro-gravacao
              exit paragraph
           end-if.
           move ws-chave-caixa-ant           to pcus-chave-caixa.
           delete vbm-pcus record.
           if not valid-vbm-pcus
              move "vbm-pcus"                to ws-arquivo-erro
              move fs-vbm-pcus               to ws-status-erro
              perform apontar-erro-gravacao
              exit paragraph
           end-if.
           start vbm-pcus key greater than pcus-chave-caixa.
           if not valid-vbm-pcus
              set ws-fim-filhos              to true
           end-if.
      *
       transferir-estornos.
           set ws-fim-filhos                 to false.
           initialize reg-estc.
           move low-value                    to estc-chave-estorno.
           start vbm-estc key not less than estc-chave-estorno.
           if not valid-vbm-estc
              exit paragraph
           end-if.
           perform with test before until ws-fim-filhos
              read vbm-estc next with no lock
              if not valid-vbm-estc
                 set ws-fim-filhos           to true
              else
                 if estc-cd-tutor equal ws-cd-tutor-origem
                    and estc-cd-pet equal ws-cd-pet-origem
                    perform transferir-um-estorno
                 end-if
              end-if
           end-perform.
      *
       transferir-um-estorno.
           move estc-chave-estorno           to ws-chave-estorno-ant.
           move ws-cd-tutor-destino          to estc-cd-tutor.
           move ws-cd-pet-destino            to estc-cd-pet.
           write reg-estc.
           if not valid-vbm-estc and not duplicado-vbm-estc
              move "vbm-estc"                to ws-arquivo-erro
              move fs-vbm-estc               to ws-status-erro
              perform apontar-erro-gravacao
              exit paragraph
           end-if.
           move ws-chave-estorno-ant         to estc-chave-estorno.
           delete vbm-estc record.
           if not valid-vbm-estc
              move "vbm-estc"                to ws-arquivo-erro
              move fs-vbm-estc               to ws-status-erro
              perform apontar-erro-gravacao
              exit paragraph
           end-if.
           start vbm-estc key greater than estc-chave-estorno.
           if not valid-vbm-estc
              set ws-fim-filhos              to true
           end-if.
      *
      ******************************************************************
      *    conciliacao: a referencia e a chave do caixa ("A", tutor e  *
      *    pet a partir da posicao 13) ou da venda de pacote ("V",     *
      *    tutor e pet no inicio)                                      *
      ******************************************************************
       transferir-conciliacao-caixa.
           set ws-fim-filhos                 to false.
           initialize reg-ccai.
           move low-value                    to ccai-referencia.
           start vbm-ccai key not less than ccai-referencia.
           if not valid-vbm-ccai
              exit paragraph
           end-if.
           perform with test before until ws-fim-filhos
              read vbm-ccai next with no lock
              if not valid-vbm-ccai
                 set ws-fim-filhos           to true
              else
                 if (ccai-atendimento
                     and ccai-chave-referencia(13:10)
                         equal ws-chave-origem)
                    or (ccai-venda-pacote
                        and ccai-chave-referencia(1:10)
                            equal ws-chave-origem)
                    perform transferir-uma-conciliacao
                 end-if
              end-if
           end-perform.
      *
       transferir-uma-conciliacao.
           move ccai-referencia              to ws-referencia-ant.
           if ccai-atendimento
              move ws-chave-destino     to ccai-chave-referencia(13:10)
           else
              move ws-chave-destino      to ccai-chave-referencia(1:10)
           end-if.
           write reg-ccai.
           if not valid-vbm-ccai and not duplicado-vbm-ccai
              move "vbm-ccai"                to ws-arquivo-erro
              move fs-vbm-ccai               to ws-status-erro
              perform apontar-erro-gravacao
              exit paragraph
           end-if.
           move ws-referencia-ant            to ccai-referencia.
           delete vbm-ccai record.
           if not valid-vbm-ccai
              move "vbm-ccai"                to ws-arquivo-erro
              move fs-vbm-ccai               to ws-status-erro
              perform apontar-erro-gravacao
              exit paragraph
           end-if.
           start vbm-ccai key greater than ccai-referencia.
           if not valid-vbm-ccai
              set ws-fim-filhos              to true
           end-if.
      *
      ******************************************************************
      *    rps, liquidacoes e lista de espera guardam o pet fora da    *
      *    chave primaria: regravados na propria leitura; o tomador    *
      *    do rps ja emitido continua o do tutor anterior              *
      ******************************************************************
       transferir-rps.
           set ws-fim-filhos                 to false.
           initialize reg-nfse.
           move zero                         to nfse-nr-rps.
           start vbm-nfse key not less than nfse-nr-rps.
           if not valid-vbm-nfse
              exit paragraph
           end-if.
           perform with test before until ws-fim-filhos
              read vbm-nfse next with no lock
              if not valid-vbm-nfse
                 set ws-fim-filhos           to true
              else
                 if nfse-cd-tutor equal ws-cd-tutor-origem
                    and nfse-cd-pet equal ws-cd-pet-origem
                    move ws-cd-tutor-destino to nfse-cd-tutor
                    move ws-cd-pet-destino   to nfse-cd-pet
                    rewrite reg-nfse
                    if not valid-vbm-nfse
                       move "vbm-nfse"       to ws-arquivo-erro
                       move fs-vbm-nfse      to ws-status-erro
                       perform apontar-erro-gravacao
                    end-if
                 end-if
              end-if
           end-perform.
      *
       transferir-liquidacoes.
           set ws-fim-filhos                 to false.
           initialize reg-conc.
           move low-value                    to conc-chave-liquidacao.
           start vbm-conc key not less than conc-chave-liquidacao.
           if not valid-vbm-conc
              exit paragraph
           end-if.
           perform with test before until ws-fim-filhos
              read vbm-conc next with no lock
              if not valid-vbm-conc
                 set ws-fim-filhos           to true
              else
                 if conc-tp-referencia equal "A"
                    and conc-chave-referencia(13:10)
                        equal ws-chave-origem
                    move ws-chave-destino
                                        to conc-chave-referencia(13:10)
                    perform regravar-liquidacao
                 end-if
                 if conc-tp-referencia equal "V"
                    and conc-chave-referencia(1:10)
                        equal ws-chave-origem
                    move ws-chave-destino
                                         to conc-chave-referencia(1:10)
                    perform regravar-liquidacao
                 end-if
              end-if
           end-perform.
      *
       regravar-liquidacao.
           rewrite reg-conc.
           if not valid-vbm-conc
              move "vbm-conc"                to ws-arquivo-erro
              move fs-vbm-conc               to ws-status-erro
              perform apontar-erro-gravacao
           end-if.
      *
       transferir-lista-espera.
           set ws-fim-filhos                 to false.
           initialize reg-espr.
           move zero                         to espr-dt-desejada.
           move zero                         to espr-sq-espera.
           start vbm-espr key not less than espr-chave-espera.
           if not valid-vbm-espr
              exit paragraph
           end-if.
           perform with test before until ws-fim-filhos
              read vbm-espr next with no lock
              if not valid-vbm-espr
                 set ws-fim-filhos           to true
              else
                 if espr-cd-tutor equal ws-cd-tutor-origem
                    and espr-cd-pet equal ws-cd-pet-origem
                    move ws-cd-tutor-destino to espr-cd-tutor
                    move ws-cd-pet-destino   to espr-cd-pet
                    move ws-ddd-destino      to espr-ddd-tutor
                    move ws-fone-destino     to espr-fone-tutor
                    rewrite reg-espr
                    if not valid-vbm-espr
                       move "vbm-espr"       to ws-arquivo-erro
                       move fs-vbm-espr      to ws-status-erro
                       perform apontar-erro-gravacao
                    end-if
                 end-if
              end-if
           end-perform.
      *
      ******************************************************************
      *    recorrencias de agendamento: chave iniciada pelo pet, com   *
      *    a mesma sequencia no pet de destino                         *
      ******************************************************************
       transferir-recorrencias.
           set ws-fim-filhos                 to false.
           perform with test before until ws-fim-filhos
              initialize reg-rcag
              move ws-chave-origem           to rcag-chave-pet
              move low-value                 to rcag-sq-recorrencia
              start vbm-rcag key greater than rcag-chave-recorrencia
              if valid-vbm-rcag
                 read vbm-rcag next with no lock
              end-if
              if not valid-vbm-rcag
                 or rcag-chave-pet not equal ws-chave-origem
                 set ws-fim-filhos           to true
              else
                 move ws-chave-destino       to rcag-chave-pet
                 write reg-rcag
                 if not valid-vbm-rcag and not duplicado-vbm-rcag
                    move "vbm-rcag"          to ws-arquivo-erro
                    move fs-vbm-rcag         to ws-status-erro
                    perform apontar-erro-gravacao
                 else
                    move ws-chave-origem     to rcag-chave-pet
                    delete vbm-rcag record
                    if not valid-vbm-rcag
                       move "vbm-rcag"       to ws-arquivo-erro
                       move fs-vbm-rcag      to ws-status-erro
                       perform apontar-erro-gravacao
                    end-if
                 end-if
              end-if
           end-perform.
      *
      ******************************************************************
      *    vinculo dos atendimentos gerados pela recorrencia, pela     *
      *    chave alternativa da recorrencia do pet de origem: a chave  *
      *    do atendimento e a da recorrencia passam para o destino     *
      ******************************************************************
       transferir-vinculos-recorrencia.
           set ws-fim-filhos                 to false.
           perform with test before until ws-fim-filhos
              initialize reg-rcgr
              move ws-cd-tutor-origem        to rcgr-cd-tutor-rcag
              move ws-cd-pet-origem          to rcgr-cd-pet-rcag
              move low-value                 to rcgr-sq-recorrencia
              start vbm-rcgr key greater than rcgr-chave-recorrencia
              if valid-vbm-rcgr
                 read vbm-rcgr next with no lock
              end-if
              if not valid-vbm-rcgr
                 or rcgr-cd-tutor-rcag not equal ws-cd-tutor-origem
                 or rcgr-cd-pet-rcag not equal ws-cd-pet-origem
                 set ws-fim-filhos           to true
              else
                 perform transferir-um-vinculo
              end-if
           end-perform.
      *
       transferir-um-vinculo.
           move ws-cd-tutor-destino          to rcgr-cd-tutor.
           move ws-cd-pet-destino            to rcgr-cd-pet.
           move ws-cd-tutor-destino          to rcgr-cd-tutor-rcag.
           move ws-cd-pet-destino            to rcgr-cd-pet-rcag.
           write reg-rcgr.
           if not valid-vbm-rcgr and not duplicado-vbm-rcgr
              move "vbm-rcgr"                to ws-arquivo-erro
              move fs-vbm-rcgr               to ws-status-erro
              perform apontar-erro-gravacao
              exit paragraph
           end-if.
           move ws-cd-tutor-origem           to rcgr-cd-tutor.
           move ws-cd-pet-origem             to rcgr-cd-pet.
           delete vbm-rcgr record.
           if not valid-vbm-rcgr
              move "vbm-rcgr"                to ws-arquivo-erro
              move fs-vbm-rcgr               to ws-status-erro
              perform apontar-erro-gravacao
           end-if.
      *
      ******************************************************************
      *    lancamentos de comissao apurados (vbm-cmap): a chave leva a *
      *    do movimento de caixa, que passou para o destino; so a      *
      *    referencia ao pet muda, valores e meses ficam como estao    *
      ******************************************************************
       transferir-comissoes.
           set ws-fim-filhos                 to false.
           initialize reg-cmap.
           move low-value                    to cmap-chave-lancamento.
           start vbm-cmap key not less than cmap-chave-lancamento.
           if not valid-vbm-cmap
              exit paragraph
           end-if.
           perform with test before until ws-fim-filhos
              read vbm-cmap next with no lock
              if not valid-vbm-cmap
                 set ws-fim-filhos           to true
              else
                 if cmap-cd-tutor equal ws-cd-tutor-origem
                    and cmap-cd-pet equal ws-cd-pet-origem
                    perform transferir-um-lancamento
                 end-if
              end-if
           end-perform.
      *
       transferir-um-lancamento.
           move cmap-chave-lancamento        to ws-chave-cmap-ant.
           move ws-cd-tutor-destino          to cmap-cd-tutor.
           move ws-cd-pet-destino            to cmap-cd-pet.
           write reg-cmap.
           if not valid-vbm-cmap and not duplicado-vbm-cmap
              move "vbm-cmap"                to ws-arquivo-erro
              move fs-vbm-cmap               to ws-status-erro
              perform apontar-erro-gravacao
              exit paragraph
           end-if.
           move ws-chave-cmap-ant            to cmap-chave-lancamento.
           delete vbm-cmap record.
           if not valid-vbm-cmap
              move "vbm-cmap"                to ws-arquivo-erro
              move fs-vbm-cmap               to ws-status-erro
              perform apontar-erro-gravacao
              exit paragraph
           end-if.
           start vbm-cmap key greater than cmap-chave-lancamento.
           if not valid-vbm-cmap
              set ws-fim-filhos              to true
           end-if.
