       identification                       division.
       program-id.                          vbm-1014.
       author.                              stanicki.
       date-written.                        ago-2026.
      ******************************************************************
      *      estatisticas gerenciais da base de tutores e pets         *
      *      tutores ativos por uf e por cidade, divisao pessoa        *
      *      fisica x juridica, pets por especie, media de pets por    *
      *      tutor e exclusoes por mes e por operador a partir da      *
      *      trilha de auditoria vbm-ttau                              *
      *      pets com obito registrado nao entram nas contagens de     *
      *      pets ativos; aparecem apenas no total proprio             *
      ******************************************************************
       environment                          division.
       special-names.
           decimal-point is comma.
       input-output                         section.
       file-control.
           copy "vbm-tuto.sl".
           copy "vbm-pet.sl".
           copy "vbm-ttau.sl".
           copy "vbm-rest.sl".
       data                                 division.
       file                                 section.
           copy "vbm-tuto.fd".
           copy "vbm-pet.fd".
           copy "vbm-ttau.fd".
           copy "vbm-rest.fd".
      ******************************************************************
      *                        working storage                         *
      ******************************************************************
       working-storage                      section.
       77 fs-vbm-tuto pic xx.
          88 valid-vbm-tuto value "00" thru "09".
       77 fs-vbm-pet pic xx.
          88 valid-vbm-pet value "00" thru "09".
       77 fs-vbm-ttau pic xx.
          88 valid-vbm-ttau value "00" thru "09".
       77 fs-vbm-rest pic xx.
          88 valid-vbm-rest value "00" thru "09".
      *
       01 wss-controle-batch                pic 9(01).
          88 wss-fim-arquivo                value 1 false 0.
      *
       01 ws-idx                            pic 9(03) comp.
       01 ws-idx-achado                     pic 9(03) comp.
      *
       01 ws-qtd-ufs                        pic 9(03) comp.
       01 ws-tab-ufs.
          03 ws-tab-uf-entrada              occurs 50 times.
             05 ws-tab-uf                   pic x(02).
             05 ws-tab-uf-qtd               pic 9(07).
      *
       01 ws-qtd-cidades                    pic 9(03) comp.
       01 ws-total-cidades-exced            pic 9(05) comp.
       01 ws-tab-cidades.
          03 ws-tab-cid-entrada             occurs 300 times.
             05 ws-tab-cid-nome             pic x(30).
             05 ws-tab-cid-qtd              pic 9(07).
      *
       01 ws-qtd-especies                   pic 9(03) comp.
       01 ws-tab-especies.
          03 ws-tab-esp-entrada             occurs 200 times.
             05 ws-tab-esp-nome             pic x(15).
             05 ws-tab-esp-qtd              pic 9(07).
      *
       01 ws-qtd-exclusoes                  pic 9(03) comp.
       01 ws-total-exclusoes-exced          pic 9(05) comp.
       01 ws-excl-aaaamm                    pic 9(06).
       01 ws-tab-exclusoes.
          03 ws-tab-exc-entrada             occurs 300 times.
             05 ws-tab-exc-aaaamm           pic 9(06).
             05 ws-tab-exc-operador         pic x(08).
             05 ws-tab-exc-qtd              pic 9(05).
      *
       01 ws-total-ativos                   pic 9(07) comp.
       01 ws-total-excluidos                pic 9(07) comp.
       01 ws-total-fisica                   pic 9(07) comp.
       01 ws-total-juridica                 pic 9(07) comp.
       01 ws-total-pets                     pic 9(07) comp.
       01 ws-total-pets-obito               pic 9(07) comp.
       01 ws-media-pets                     pic 9(05)v99.
      *
       01 ws-linha-titulo                   pic x(132).
       01 ws-linha-branco                   pic x(132) value spaces.
       01 ws-linha-secao                    pic x(132).
       01 ws-linha-uf.
          03 filler                         pic x(05) value spaces.
          03 wsl-uf                         pic x(02).
          03 filler                         pic x(03) value spaces.
          03 wsl-uf-qtd                     pic z(06)9.
       01 ws-linha-cidade.
          03 filler                         pic x(05) value spaces.
          03 wsl-cidade                     pic x(30).
          03 filler                         pic x(03) value spaces.
          03 wsl-cidade-qtd                 pic z(06)9.
       01 ws-linha-especie.
          03 filler                         pic x(05) value spaces.
          03 wsl-especie                    pic x(15).
          03 filler                         pic x(03) value spaces.
          03 wsl-especie-qtd                pic z(06)9.
       01 ws-linha-exclusao.
          03 filler                         pic x(05) value spaces.
          03 wsl-exc-mes                    pic x(07).
          03 filler                         pic x(03) value spaces.
          03 wsl-exc-operador               pic x(08).
          03 filler                         pic x(03) value spaces.
          03 wsl-exc-qtd                    pic z(04)9.
       01 ws-linha-total.
          03 filler                         pic x(30).
          03 wsl-total                      pic z(06)9.
       01 ws-linha-exced.
          03 filler                         pic x(36).
          03 wsl-exced                      pic z(06)9.
       01 ws-linha-media.
          03 filler                         pic x(30)
             value "media de pets por tutor.....: ".
          03 wsl-media                      pic z(04)9,99.
      ******************************************************************
      *                       procedure division                       *
      ******************************************************************
       procedure                            division.
           perform abrir-arquivos.
           perform acumular-tutores.
           perform acumular-pets.
           perform acumular-exclusoes.
           perform imprimir-relatorio.
           perform fechar-arquivos.
           goback.
      *
       abrir-arquivos.
           open input vbm-tuto.
           if not valid-vbm-tuto
              display "erro ao abrir o arquivo vbm-tuto! status: "
                      fs-vbm-tuto
              goback
           end-if.
           open input vbm-pet.
           if not valid-vbm-pet
              display "erro ao abrir o arquivo vbm-pet! status: "
                      fs-vbm-pet
              goback
           end-if.
           open output vbm-rest.
           if not valid-vbm-rest
              display "erro ao abrir o arquivo vbm-rest! status: "
                      fs-vbm-rest
              goback
           end-if.
      *
       fechar-arquivos.
           close vbm-tuto.
           close vbm-pet.
           close vbm-rest.
      *
      ******************************************************************
      *    passo 1 - tutores ativos acumulados por uf, por cidade e    *
      *    por tipo de pessoa                                          *
      ******************************************************************
       acumular-tutores.
           move zero                         to ws-total-ativos.
           move zero                         to ws-total-excluidos.
           move zero                         to ws-total-fisica.
           move zero                         to ws-total-juridica.
           move zero                         to ws-qtd-ufs.
           move zero                         to ws-qtd-cidades.
           move zero                         to ws-total-cidades-exced.
           set wss-fim-arquivo               to false.
           initialize reg-tuto.
           move low-value                    to tuto-cd-tutor.
           start vbm-tuto key is not less than tuto-cd-tutor.
           if not valid-vbm-tuto
              set wss-fim-arquivo            to true
           end-if.
           perform with test before until wss-fim-arquivo
              read vbm-tuto next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if tuto-ativo
                    add 1                    to ws-total-ativos
                    if tuto-fisica-tutor
                       add 1                 to ws-total-fisica
                    end-if
                    if tuto-juridica-tutor
                       add 1                 to ws-total-juridica
                    end-if
                    perform acumular-uf-tutor
                    perform acumular-cidade-tutor
                 end-if
                 if tuto-excluido
                    add 1                    to ws-total-excluidos
                 end-if
              end-if
           end-perform.
      *
       acumular-uf-tutor.
           move zero                         to ws-idx-achado.
           perform varying ws-idx from 1 by 1
                      until ws-idx > ws-qtd-ufs
              if ws-tab-uf(ws-idx) equal tuto-uf-tutor
                 move ws-idx                 to ws-idx-achado
                 move ws-qtd-ufs             to ws-idx
              end-if
           end-perform.
           if ws-idx-achado equal zero
              and ws-qtd-ufs < 50
              add 1                          to ws-qtd-ufs
              move tuto-uf-tutor             to ws-tab-uf(ws-qtd-ufs)
              move zero                      to
                 ws-tab-uf-qtd(ws-qtd-ufs)
              move ws-qtd-ufs                to ws-idx-achado
           end-if.
           if ws-idx-achado > zero
              add 1                          to
                 ws-tab-uf-qtd(ws-idx-achado)
           end-if.
      *
       acumular-cidade-tutor.
           move zero                         to ws-idx-achado.
           perform varying ws-idx from 1 by 1
                      until ws-idx > ws-qtd-cidades
              if ws-tab-cid-nome(ws-idx) equal tuto-cidade-tutor
                 move ws-idx                 to ws-idx-achado
                 move ws-qtd-cidades         to ws-idx
              end-if
           end-perform.
           if ws-idx-achado equal zero
              if ws-qtd-cidades < 300
                 add 1                       to ws-qtd-cidades
                 move tuto-cidade-tutor      to
                    ws-tab-cid-nome(ws-qtd-cidades)
                 move zero                   to
                    ws-tab-cid-qtd(ws-qtd-cidades)
                 move ws-qtd-cidades         to ws-idx-achado
              else
                 add 1                       to ws-total-cidades-exced
              end-if
           end-if.
           if ws-idx-achado > zero
              add 1                          to
                 ws-tab-cid-qtd(ws-idx-achado)
           end-if.
      *
      ******************************************************************
      *    passo 2 - pets acumulados por especie (descricao            *
      *    normalizada pelas tabelas de referencia)                    *
      ******************************************************************
       acumular-pets.
           move zero                         to ws-total-pets.
           move zero                         to ws-total-pets-obito.
           move zero                         to ws-qtd-especies.
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
                 if pet-obito-pet
                    add 1                    to ws-total-pets-obito
                 else
                    add 1                    to ws-total-pets
                    perform acumular-especie-pet
                 end-if
              end-if
           end-perform.
      *
       acumular-especie-pet.
           move zero                         to ws-idx-achado.
           perform varying ws-idx from 1 by 1
                      until ws-idx > ws-qtd-especies
              if ws-tab-esp-nome(ws-idx) equal pet-especie-pet
                 move ws-idx                 to ws-idx-achado
                 move ws-qtd-especies        to ws-idx
              end-if
           end-perform.
           if ws-idx-achado equal zero
              and ws-qtd-especies < 200
              add 1                          to ws-qtd-especies
              move pet-especie-pet           to
                 ws-tab-esp-nome(ws-qtd-especies)
              move zero                      to
                 ws-tab-esp-qtd(ws-qtd-especies)
              move ws-qtd-especies           to ws-idx-achado
           end-if.
           if ws-idx-achado > zero
              add 1                          to
                 ws-tab-esp-qtd(ws-idx-achado)
           end-if.
      *
      ******************************************************************
      *    passo 3 - exclusoes por mes e por operador a partir das     *
      *    acoes "E" registradas na trilha de auditoria                *
      ******************************************************************
       acumular-exclusoes.
           move zero                         to ws-qtd-exclusoes.
           move zero                       to ws-total-exclusoes-exced.
           open input vbm-ttau.
           if not valid-vbm-ttau
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-ttau
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if ttau-acao-exclusao
                    perform acumular-uma-exclusao
                 end-if
              end-if
           end-perform.
           close vbm-ttau.
      *
       acumular-uma-exclusao.
           divide ttau-dt-hora by 100000000  giving ws-excl-aaaamm.
           move zero                         to ws-idx-achado.
           perform varying ws-idx from 1 by 1
                      until ws-idx > ws-qtd-exclusoes
              if ws-tab-exc-aaaamm(ws-idx) equal ws-excl-aaaamm
                 and ws-tab-exc-operador(ws-idx) equal ttau-operador
                 move ws-idx                 to ws-idx-achado
                 move ws-qtd-exclusoes       to ws-idx
              end-if
           end-perform.
           if ws-idx-achado equal zero
              if ws-qtd-exclusoes < 300
                 add 1                       to ws-qtd-exclusoes
                 move ws-excl-aaaamm         to
                    ws-tab-exc-aaaamm(ws-qtd-exclusoes)
                 move ttau-operador          to
                    ws-tab-exc-operador(ws-qtd-exclusoes)
                 move zero                   to
                    ws-tab-exc-qtd(ws-qtd-exclusoes)
                 move ws-qtd-exclusoes       to ws-idx-achado
              else
                 add 1                       to ws-total-exclusoes-exced
              end-if
           end-if.
           if ws-idx-achado > zero
              add 1                          to
                 ws-tab-exc-qtd(ws-idx-achado)
           end-if.
      *
      ******************************************************************
      *    impressao do relatorio em secoes                            *
      ******************************************************************
       imprimir-relatorio.
           move "estatisticas gerenciais da base - vbm-1014"
                                             to ws-linha-titulo.
           write reg-rest                   from ws-linha-titulo.
           write reg-rest                   from ws-linha-branco.
      *
           move "tutores ativos por uf"      to ws-linha-secao.
           write reg-rest                   from ws-linha-secao.
           perform varying ws-idx from 1 by 1
                      until ws-idx > ws-qtd-ufs
              move ws-tab-uf(ws-idx)         to wsl-uf
              move ws-tab-uf-qtd(ws-idx)     to wsl-uf-qtd
              write reg-rest                from ws-linha-uf
           end-perform.
           write reg-rest                   from ws-linha-branco.
      *
           move "tutores ativos por cidade"  to ws-linha-secao.
           write reg-rest                   from ws-linha-secao.
           perform varying ws-idx from 1 by 1
                      until ws-idx > ws-qtd-cidades
              move ws-tab-cid-nome(ws-idx)   to wsl-cidade
              move ws-tab-cid-qtd(ws-idx)    to wsl-cidade-qtd
              write reg-rest                from ws-linha-cidade
           end-perform.
           if ws-total-cidades-exced > zero
              move "tutores alem do limite de cidades.: "
                                             to ws-linha-exced
              move ws-total-cidades-exced    to wsl-exced
              write reg-rest                from ws-linha-exced
           end-if.
           write reg-rest                   from ws-linha-branco.
      *
           move "pets por especie"           to ws-linha-secao.
           write reg-rest                   from ws-linha-secao.
           perform varying ws-idx from 1 by 1
                      until ws-idx > ws-qtd-especies
              move ws-tab-esp-nome(ws-idx)   to wsl-especie
              move ws-tab-esp-qtd(ws-idx)    to wsl-especie-qtd
              write reg-rest                from ws-linha-especie
           end-perform.
           write reg-rest                   from ws-linha-branco.
      *
           move "exclusoes por mes e operador"
                                             to ws-linha-secao.
           write reg-rest                   from ws-linha-secao.
           perform varying ws-idx from 1 by 1
                      until ws-idx > ws-qtd-exclusoes
              perform imprimir-linha-exclusao
           end-perform.
           if ws-total-exclusoes-exced > zero
              move "exclusoes alem do limite da tabela: "
                                             to ws-linha-exced
              move ws-total-exclusoes-exced  to wsl-exced
              write reg-rest                from ws-linha-exced
           end-if.
           write reg-rest                   from ws-linha-branco.
      *
           move "tutores ativos..............: "
                                             to ws-linha-total.
           move ws-total-ativos              to wsl-total.
           write reg-rest                    from ws-linha-total.
           move "tutores excluidos...........: "
                                             to ws-linha-total.
           move ws-total-excluidos           to wsl-total.
           write reg-rest                    from ws-linha-total.
           move "pessoas fisicas.............: "
                                             to ws-linha-total.
           move ws-total-fisica              to wsl-total.
           write reg-rest                    from ws-linha-total.
           move "pessoas juridicas...........: "
                                             to ws-linha-total.
           move ws-total-juridica            to wsl-total.
           write reg-rest                    from ws-linha-total.
           move "pets ativos.................: "
                                             to ws-linha-total.
           move ws-total-pets                to wsl-total.
           write reg-rest                    from ws-linha-total.
           move "pets com obito registrado...: "
                                             to ws-linha-total.
           move ws-total-pets-obito          to wsl-total.
           write reg-rest                    from ws-linha-total.
           if ws-total-ativos > zero
              compute ws-media-pets rounded =
                 ws-total-pets / ws-total-ativos
           else
              move zero                      to ws-media-pets
           end-if.
           move ws-media-pets                to wsl-media.
           write reg-rest                    from ws-linha-media.
      *
       imprimir-linha-exclusao.
           string
              ws-tab-exc-aaaamm(ws-idx)(5:2) delimited by size
              "/"
              ws-tab-exc-aaaamm(ws-idx)(1:4) delimited by size
              into wsl-exc-mes
           end-string.
           move ws-tab-exc-operador(ws-idx)  to wsl-exc-operador.
           move ws-tab-exc-qtd(ws-idx)       to wsl-exc-qtd.
           write reg-rest                    from ws-linha-exclusao.
