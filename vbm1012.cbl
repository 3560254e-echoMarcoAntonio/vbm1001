       identification                       division.
       program-id.                          vbm-1012.
       author.                              stanicki.
       date-written.                        ago-2026.
      ******************************************************************
      *      mapeamento unico das especies e racas digitadas livres    *
      *      em vbm-pet para os codigos das tabelas de referencia      *
      *      vbm-espe e vbm-raca; a comparacao ignora maiusculas e     *
      *      minusculas e os valores sem correspondencia saem no       *
      *      relatorio para acerto manual                              *
      ******************************************************************
       environment                          division.
       special-names.
           decimal-point is comma.
       input-output                         section.
       file-control.
           copy "vbm-pet.sl".
           copy "vbm-espe.sl".
           copy "vbm-raca.sl".
           copy "vbm-rmap.sl".
       data                                 division.
       file                                 section.
           copy "vbm-pet.fd".
           copy "vbm-espe.fd".
           copy "vbm-raca.fd".
           copy "vbm-rmap.fd".
      ******************************************************************
      *                        working storage                         *
      ******************************************************************
       working-storage                      section.
       77 fs-vbm-pet pic xx.
          88 valid-vbm-pet value "00" thru "09".
       77 fs-vbm-espe pic xx.
          88 valid-vbm-espe value "00" thru "09".
       77 fs-vbm-raca pic xx.
          88 valid-vbm-raca value "00" thru "09".
       77 fs-vbm-rmap pic xx.
          88 valid-vbm-rmap value "00" thru "09".
      *
       01 wss-controle-batch                pic 9(01).
          88 wss-fim-arquivo                value 1 false 0.
      *
       01 ws-qtd-especies                   pic 9(03) comp.
       01 ws-qtd-racas                      pic 9(03) comp.
       01 ws-idx                            pic 9(03) comp.
       01 ws-idx-especie                    pic 9(03) comp.
       01 ws-idx-raca                       pic 9(03) comp.
       01 ws-tab-especies.
          03 ws-tab-espe-entrada            occurs 200 times.
             05 ws-tab-espe-cd              pic 9(03).
             05 ws-tab-espe-nm              pic x(15).
             05 ws-tab-espe-nm-mai          pic x(15).
       01 ws-tab-racas.
          03 ws-tab-raca-entrada            occurs 500 times.
             05 ws-tab-raca-cd-especie      pic 9(03).
             05 ws-tab-raca-cd              pic 9(03).
             05 ws-tab-raca-nm              pic x(20).
             05 ws-tab-raca-nm-mai          pic x(20).
      *
       01 ws-texto-mai-15                   pic x(15).
       01 ws-texto-mai-20                   pic x(20).
      *
       01 ws-total-lidos                    pic 9(07) comp.
       01 ws-total-ja-mapeados              pic 9(07) comp.
       01 ws-total-mapeados                 pic 9(07) comp.
       01 ws-total-so-especie               pic 9(07) comp.
       01 ws-total-sem-especie              pic 9(07) comp.
      *
       01 ws-linha-titulo                   pic x(132).
       01 ws-linha-branco                   pic x(132) value spaces.
       01 ws-linha-pendencia.
          03 wsl-pen-motivo                 pic x(25).
          03 wsl-pen-cd-tutor               pic z(06)9.
          03 filler                         pic x(01) value "/".
          03 wsl-pen-cd-pet                 pic 9(03).
          03 filler                         pic x(01) value space.
          03 wsl-pen-nm-pet                 pic x(20).
          03 filler                         pic x(01) value space.
          03 wsl-pen-texto                  pic x(20).
       01 ws-linha-total.
          03 filler                         pic x(27).
          03 wsl-total                      pic z(06)9.
      ******************************************************************
      *                       procedure division                       *
      ******************************************************************
       procedure                            division.
           perform abrir-arquivos.
           perform imprimir-cabecalho.
           perform carregar-tabelas-referencia.
           perform mapear-pets.
           perform imprimir-total.
           perform fechar-arquivos.
           goback.
      *
       abrir-arquivos.
           open i-o vbm-pet.
           if not valid-vbm-pet
              display "erro ao abrir o arquivo vbm-pet! status: "
                      fs-vbm-pet
              goback
           end-if.
           open input vbm-espe.
           if not valid-vbm-espe
              display "erro ao abrir o arquivo vbm-espe! status: "
                      fs-vbm-espe
              goback
           end-if.
           open input vbm-raca.
           if not valid-vbm-raca
              display "erro ao abrir o arquivo vbm-raca! status: "
                      fs-vbm-raca
              goback
           end-if.
           open output vbm-rmap.
           if not valid-vbm-rmap
              display "erro ao abrir o arquivo vbm-rmap! status: "
                      fs-vbm-rmap
              goback
           end-if.
      *
       fechar-arquivos.
           close vbm-pet.
           close vbm-espe.
           close vbm-raca.
           close vbm-rmap.
      *
       imprimir-cabecalho.
           move "relatorio do mapeamento de especies e racas - vbm-1012"
                                             to ws-linha-titulo.
           write reg-rmap                   from ws-linha-titulo.
           write reg-rmap                   from ws-linha-branco.
      *
      ******************************************************************
      *    carrega as tabelas de referencia na memoria com uma copia   *
      *    em maiusculas para a comparacao sem caixa                   *
      ******************************************************************
       carregar-tabelas-referencia.
           move zero                         to ws-qtd-especies.
           set wss-fim-arquivo               to false.
           initialize reg-espe.
           move low-value                    to espe-cd-especie.
           start vbm-espe key is not less than espe-cd-especie.
           if not valid-vbm-espe
              set wss-fim-arquivo            to true
           end-if.
           perform with test before until wss-fim-arquivo
              read vbm-espe next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 and ws-qtd-especies < 200
                 add 1                       to ws-qtd-especies
                 move espe-cd-especie        to
                    ws-tab-espe-cd(ws-qtd-especies)
                 move espe-nm-especie        to
                    ws-tab-espe-nm(ws-qtd-especies)
                 move espe-nm-especie        to ws-texto-mai-15
                 perform converter-maiusculas-15
                 move ws-texto-mai-15        to
                    ws-tab-espe-nm-mai(ws-qtd-especies)
              end-if
           end-perform.
           move zero                         to ws-qtd-racas.
           set wss-fim-arquivo               to false.
           initialize reg-raca.
           move low-value                    to raca-chave-raca.
           start vbm-raca key is not less than raca-chave-raca.
           if not valid-vbm-raca
              set wss-fim-arquivo            to true
           end-if.
           perform with test before until wss-fim-arquivo
              read vbm-raca next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 and ws-qtd-racas < 500
                 add 1                       to ws-qtd-racas
                 move raca-cd-especie        to
                    ws-tab-raca-cd-especie(ws-qtd-racas)
                 move raca-cd-raca           to
                    ws-tab-raca-cd(ws-qtd-racas)
                 move raca-nm-raca           to
                    ws-tab-raca-nm(ws-qtd-racas)
                 move raca-nm-raca           to ws-texto-mai-20
                 perform converter-maiusculas-20
                 move ws-texto-mai-20        to
                    ws-tab-raca-nm-mai(ws-qtd-racas)
              end-if
           end-perform.
      *
       converter-maiusculas-15.
           inspect ws-texto-mai-15
              converting "abcdefghijklmnopqrstuvwxyz"
                      to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      *
       converter-maiusculas-20.
           inspect ws-texto-mai-20
              converting "abcdefghijklmnopqrstuvwxyz"
                      to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      *
      ******************************************************************
      *    varre vbm-pet: pets ainda sem codigo tem o texto livre de   *
      *    especie e raca comparado (em maiusculas) com as tabelas;    *
      *    ao casar, grava os codigos e as descricoes oficiais         *
      ******************************************************************
       mapear-pets.
           move zero                         to ws-total-lidos.
           move zero                         to ws-total-ja-mapeados.
           move zero                         to ws-total-mapeados.
           move zero                         to ws-total-so-especie.
           move zero                         to ws-total-sem-especie.
           set wss-fim-arquivo               to false.
           initialize reg-pet.
           move low-value                    to pet-chave-pet.
           start vbm-pet key is not less than pet-chave-pet.
           if not valid-vbm-pet
              set wss-fim-arquivo            to true
           end-if.
           perform with test before until wss-fim-arquivo
              read vbm-pet next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 add 1                       to ws-total-lidos
                 if pet-cd-especie-pet not equal zeros
                    and pet-cd-raca-pet not equal zeros
                    add 1                    to ws-total-ja-mapeados
                 else
                    perform mapear-um-pet
                 end-if
              end-if
           end-perform.
      *
       mapear-um-pet.
           perform localizar-especie.
           if ws-idx-especie equal zero
              move "especie nao encontrada.: "
                                             to wsl-pen-motivo
              move pet-especie-pet           to wsl-pen-texto
              perform imprimir-pendencia
              add 1                          to ws-total-sem-especie
              exit paragraph
           end-if.
           perform localizar-raca.
           move ws-tab-espe-cd(ws-idx-especie)
                                             to pet-cd-especie-pet.
           move ws-tab-espe-nm(ws-idx-especie)
                                             to pet-especie-pet.
           if ws-idx-raca equal zero
              move "raca nao encontrada....: "
                                             to wsl-pen-motivo
              move pet-raca-pet              to wsl-pen-texto
              perform imprimir-pendencia
              add 1                          to ws-total-so-especie
           else
              move ws-tab-raca-cd(ws-idx-raca)
                                             to pet-cd-raca-pet
              move ws-tab-raca-nm(ws-idx-raca)
                                             to pet-raca-pet
              add 1                          to ws-total-mapeados
           end-if.
           rewrite reg-pet.
           if not valid-vbm-pet
              display "erro ao regravar o pet " pet-chave-pet
                      " status: " fs-vbm-pet
           end-if.
      *
       localizar-especie.
           move zero                         to ws-idx-especie.
           move pet-especie-pet              to ws-texto-mai-15.
           perform converter-maiusculas-15.
           perform varying ws-idx from 1 by 1
                      until ws-idx > ws-qtd-especies
              if ws-tab-espe-nm-mai(ws-idx) equal ws-texto-mai-15
                 move ws-idx                 to ws-idx-especie
                 move ws-qtd-especies        to ws-idx
              end-if
           end-perform.
      *
       localizar-raca.
           move zero                         to ws-idx-raca.
           move pet-raca-pet                 to ws-texto-mai-20.
           perform converter-maiusculas-20.
           perform varying ws-idx from 1 by 1
                      until ws-idx > ws-qtd-racas
              if ws-tab-raca-cd-especie(ws-idx) equal
                    ws-tab-espe-cd(ws-idx-especie)
                 and ws-tab-raca-nm-mai(ws-idx) equal ws-texto-mai-20
                 move ws-idx                 to ws-idx-raca
                 move ws-qtd-racas           to ws-idx
              end-if
           end-perform.
      *
       imprimir-pendencia.
           move pet-cd-tutor                 to wsl-pen-cd-tutor.
           move pet-cd-pet                   to wsl-pen-cd-pet.
           move pet-nm-pet                   to wsl-pen-nm-pet.
           write reg-rmap                    from ws-linha-pendencia.
      *
       imprimir-total.
           write reg-rmap                    from ws-linha-branco.
           move "pets lidos...............: " to ws-linha-total.
           move ws-total-lidos               to wsl-total.
           write reg-rmap                    from ws-linha-total.
           move "ja mapeados..............: " to ws-linha-total.
           move ws-total-ja-mapeados         to wsl-total.
           write reg-rmap                    from ws-linha-total.
           move "mapeados nesta execucao..: " to ws-linha-total.
           move ws-total-mapeados            to wsl-total.
           write reg-rmap                    from ws-linha-total.
           move "somente especie mapeada..: " to ws-linha-total.
           move ws-total-so-especie          to wsl-total.
           write reg-rmap                    from ws-linha-total.
           move "sem especie na tabela....: " to ws-linha-total.
           move ws-total-sem-especie         to wsl-total.
           write reg-rmap                    from ws-linha-total.
