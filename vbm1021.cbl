       identification                       division.
       program-id.                          vbm-1021.
       author.                              stanicki.
       date-written.                        set-2026.
      ******************************************************************
      *      relatorio da lista de espera da agenda                    *
      *      lista as entradas pendentes em ordem de data desejada e   *
      *      chegada, com o telefone do tutor, para a recepcao         *
      *      enxergar as datas e faixas de horario com demanda         *
      *      reprimida; entradas de pet com obito registrado nao       *
      *      sao listadas, apenas contadas no total                    *
      ******************************************************************
       environment                          division.
       special-names.
           decimal-point is comma.
       input-output                         section.
       file-control.
           copy "vbm-espr.sl".
           copy "vbm-tuto.sl".
           copy "vbm-pet.sl".
           copy "vbm-resp.sl".
       data                                 division.
       file                                 section.
           copy "vbm-espr.fd".
           copy "vbm-tuto.fd".
           copy "vbm-pet.fd".
           copy "vbm-resp.fd".
      ******************************************************************
      *                        working storage                         *
      ******************************************************************
       working-storage                      section.
       77 fs-vbm-espr pic xx.
          88 valid-vbm-espr value "00" thru "09".
          88 inexistente-vbm-espr value "35".
       77 fs-vbm-tuto pic xx.
          88 valid-vbm-tuto value "00" thru "09".
       77 fs-vbm-pet pic xx.
          88 valid-vbm-pet value "00" thru "09".
       77 fs-vbm-resp pic xx.
          88 valid-vbm-resp value "00" thru "09".
      *
       01 wss-controle-batch                pic 9(01).
          88 wss-fim-arquivo                value 1 false 0.
      *
       01 ws-fl-pet-obito                   pic 9(01).
          88 ws-pet-obito                   value 1 false 0.
      *
       01 ws-total-lidas                    pic 9(05) comp.
       01 ws-total-pendentes                pic 9(05) comp.
       01 ws-total-atendidas                pic 9(05) comp.
       01 ws-total-obito                    pic 9(05) comp.
      *
       01 ws-linha-titulo                   pic x(132).
       01 ws-linha-branco                   pic x(132) value spaces.
       01 ws-linha-cabecalho.
          03 filler                         pic x(11) value "data ".
          03 filler                         pic x(06) value "ordem ".
          03 filler                         pic x(08) value "tutor ".
          03 filler                         pic x(31) value "nome ".
          03 filler                         pic x(16) value "telefone ".
          03 filler                         pic x(04) value "pet ".
          03 filler                         pic x(21) value "nome ".
          03 filler                         pic x(11) value "servico ".
          03 filler                         pic x(10) value "entrada".
       01 ws-linha-detalhe.
          03 wsl-dt-desejada                pic x(10).
          03 filler                         pic x(01) value space.
          03 wsl-sq-espera                  pic z(04)9.
          03 filler                         pic x(01) value space.
          03 wsl-cd-tutor                   pic z(06)9.
          03 filler                         pic x(01) value space.
          03 wsl-nm-tutor                   pic x(30).
          03 filler                         pic x(01) value space.
          03 wsl-contato-tutor              pic x(15).
          03 filler                         pic x(01) value space.
          03 wsl-cd-pet                     pic zz9.
          03 filler                         pic x(01) value space.
          03 wsl-nm-pet                     pic x(20).
          03 filler                         pic x(01) value space.
          03 wsl-servico                    pic x(10).
          03 filler                         pic x(01) value space.
          03 wsl-dt-entrada                 pic x(10).
       01 ws-linha-total.
          03 filler                         pic x(25).
          03 wsl-total                      pic z(06)9.
      ******************************************************************
      *                       procedure division                       *
      ******************************************************************
       procedure                            division.
           perform abrir-arquivos.
           perform imprimir-cabecalho.
           perform listar-espera.
           perform imprimir-total.
           perform fechar-arquivos.
           goback.
      *
       abrir-arquivos.
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
           open output vbm-resp.
           if not valid-vbm-resp
              display "erro ao abrir o arquivo vbm-resp! status: "
                      fs-vbm-resp
              move 8                         to return-code
              goback
           end-if.
      *
       fechar-arquivos.
           close vbm-espr.
           close vbm-tuto.
           close vbm-pet.
           close vbm-resp.
      *
       imprimir-cabecalho.
           move "lista de espera da agenda - vbm-1021"
                                             to ws-linha-titulo.
           write reg-resp                   from ws-linha-titulo.
           write reg-resp                   from ws-linha-branco.
           write reg-resp                   from ws-linha-cabecalho.
      *
       listar-espera.
           move zero                         to ws-total-lidas.
           move zero                         to ws-total-pendentes.
           move zero                         to ws-total-atendidas.
           move zero                         to ws-total-obito.
           set wss-fim-arquivo               to false.
           initialize reg-espr.
           move low-value                    to espr-chave-espera.
           start vbm-espr key is not less than espr-chave-espera.
           if not valid-vbm-espr
              set wss-fim-arquivo            to true
           end-if.
           perform with test before until wss-fim-arquivo
              read vbm-espr next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 add 1                       to ws-total-lidas
                 if espr-atendida
                    add 1                    to ws-total-atendidas
                 end-if
                 if espr-pendente
                    perform verificar-pet-obito
                    if ws-pet-obito
                       add 1                 to ws-total-obito
                    else
                       add 1                 to ws-total-pendentes
                       perform imprimir-entrada-espera
                    end-if
                 end-if
              end-if
           end-perform.
      *
       verificar-pet-obito.
           set ws-pet-obito                  to false.
           initialize reg-pet.
           move espr-cd-tutor                to pet-cd-tutor.
           move espr-cd-pet                  to pet-cd-pet.
           read vbm-pet with no lock.
           if valid-vbm-pet and pet-obito-pet
              set ws-pet-obito               to true
           end-if.
      *
       imprimir-entrada-espera.
           string
              espr-dt-desejada(7:2)          delimited by size
              "/"
              espr-dt-desejada(5:2)          delimited by size
              "/"
              espr-dt-desejada(1:4)          delimited by size
              into wsl-dt-desejada
           end-string.
           move espr-sq-espera               to wsl-sq-espera.
           move espr-cd-tutor                to wsl-cd-tutor.
           initialize reg-tuto.
           move espr-cd-tutor                to tuto-cd-tutor.
           read vbm-tuto with no lock.
           if valid-vbm-tuto
              move tuto-nm-tutor             to wsl-nm-tutor
           else
              move spaces                    to wsl-nm-tutor
           end-if.
           move spaces                       to wsl-contato-tutor.
           string
              "("  espr-ddd-tutor            delimited by size
              ") " espr-fone-tutor(1:5)      delimited by size
              "-"  espr-fone-tutor(6:4)      delimited by size
              into wsl-contato-tutor
           end-string.
           move espr-cd-pet                  to wsl-cd-pet.
           initialize reg-pet.
           move espr-cd-tutor                to pet-cd-tutor.
           move espr-cd-pet                  to pet-cd-pet.
           read vbm-pet with no lock.
           if valid-vbm-pet
              move pet-nm-pet                to wsl-nm-pet
           else
              move spaces                    to wsl-nm-pet
           end-if.
           evaluate true
              when espr-consulta
                 move "consulta"             to wsl-servico
              when espr-banho
                 move "banho"                to wsl-servico
              when espr-tosa
                 move "tosa"                 to wsl-servico
              when espr-vacina
                 move "vacina"               to wsl-servico
              when other
                 move spaces                 to wsl-servico
           end-evaluate.
           string
              espr-dt-entrada(7:2)           delimited by size
              "/"
              espr-dt-entrada(5:2)           delimited by size
              "/"
              espr-dt-entrada(1:4)           delimited by size
              into wsl-dt-entrada
           end-string.
           write reg-resp                   from ws-linha-detalhe.
      *
       imprimir-total.
           write reg-resp                    from ws-linha-branco.
           move "entradas na lista......: "  to ws-linha-total.
           move ws-total-lidas               to wsl-total.
           write reg-resp                    from ws-linha-total.
           move "pendentes..............: "  to ws-linha-total.
           move ws-total-pendentes           to wsl-total.
           write reg-resp                    from ws-linha-total.
           move "ja atendidas...........: "  to ws-linha-total.
           move ws-total-atendidas           to wsl-total.
           write reg-resp                    from ws-linha-total.
           move "pet com obito..........: "  to ws-linha-total.
           move ws-total-obito               to wsl-total.
           write reg-resp                    from ws-linha-total.
