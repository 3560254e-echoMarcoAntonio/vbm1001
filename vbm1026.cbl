       identification                       division.
       program-id.                          vbm-1026.
       author.                              stanicki.
       date-written.                        set-2026.
      ******************************************************************
      *      relatorio de saldos de pacotes pre-pagos                  *
      *      lista os pacotes ativos dentro da validade com sessoes    *
      *      em aberto e, em seguida, os que vencem nos proximos dias  *
      *      para a recepcao avisar o tutor antes de perder o saldo;   *
      *      a janela de vencimento vem da variavel de ambiente        *
      *      VBM-1026-DIAS (padrao 30 dias)                            *
      ******************************************************************
       environment                          division.
       special-names.
           decimal-point is comma.
       input-output                         section.
       file-control.
           copy "vbm-pcvd.sl".
           copy "vbm-tuto.sl".
           copy "vbm-pet.sl".
           copy "vbm-rpac.sl".
       data                                 division.
       file                                 section.
           copy "vbm-pcvd.fd".
           copy "vbm-tuto.fd".
           copy "vbm-pet.fd".
           copy "vbm-rpac.fd".
      ******************************************************************
      *                        working storage                         *
      ******************************************************************
       working-storage                      section.
       77 fs-vbm-pcvd pic xx.
          88 valid-vbm-pcvd value "00" thru "09".
          88 inexistente-vbm-pcvd value "35".
       77 fs-vbm-tuto pic xx.
          88 valid-vbm-tuto value "00" thru "09".
       77 fs-vbm-pet pic xx.
          88 valid-vbm-pet value "00" thru "09".
       77 fs-vbm-rpac pic xx.
          88 valid-vbm-rpac value "00" thru "09".
      *
       01 wss-controle-batch                pic 9(01).
          88 wss-fim-arquivo                value 1 false 0.
      *
       01 ws-dias-x                         pic x(03).
       01 ws-dias-aviso                     pic 9(03).
       01 ws-dias-pos                       pic 9(02) comp.
       01 ws-dias-digito                    pic 9(01).
       01 ws-dt-hoje                        pic 9(08).
       01 ws-dt-limite                      pic 9(08).
       01 ws-dt-limite-r redefines ws-dt-limite.
          03 ws-lim-ano                     pic 9(04).
          03 ws-lim-mes                     pic 9(02).
          03 ws-lim-dia                     pic 9(02).
       01 ws-lim-dd                         pic 9(04) comp.
       01 ws-lim-resto                      pic 9(04) comp.
       01 ws-dias-limite                    pic 9(02) comp.
       01 tb-dias-mes.
          03 pic 9(02) value 31.
          03 pic 9(02) value 28.
          03 pic 9(02) value 31.
          03 pic 9(02) value 30.
          03 pic 9(02) value 31.
          03 pic 9(02) value 30.
          03 pic 9(02) value 31.
          03 pic 9(02) value 31.
          03 pic 9(02) value 30.
          03 pic 9(02) value 31.
          03 pic 9(02) value 30.
          03 pic 9(02) value 31.
       01 tb-dias-mes-r redefines tb-dias-mes.
          03 ws-dias-mes                    pic 9(02) occurs 12 times.
      *
       01 ws-fl-secao                       pic 9(01).
          88 ws-secao-saldos                value 1.
          88 ws-secao-vencimento            value 2.
       01 ws-idx                            pic 9(02) comp.
       01 ws-saldo-pacote                   pic 9(03).
       01 ws-vl-saldo                       pic 9(07)v99.
       01 ws-tot-sessoes                    pic 9(03).
       01 ws-total-lidos                    pic 9(05) comp.
       01 ws-total-saldos                   pic 9(05) comp.
       01 ws-total-sessoes-abertas          pic 9(07) comp.
       01 ws-total-vl-saldos                pic 9(09)v99.
       01 ws-total-vencendo                 pic 9(05) comp.
       01 ws-total-vencidos                 pic 9(05) comp.
      *
       01 ws-linha-titulo                   pic x(132).
       01 ws-linha-branco                   pic x(132) value spaces.
       01 ws-linha-cabecalho.
          03 filler                         pic x(08) value "tutor ".
          03 filler                         pic x(26) value "nome ".
          03 filler                         pic x(04) value "pet ".
          03 filler                         pic x(21) value "nome ".
          03 filler                         pic x(26) value "pacote ".
          03 filler                         pic x(11) value "venda ".
          03 filler                         pic x(11) value "validade ".
          03 filler                         pic x(03) value "co ".
          03 filler                         pic x(03) value "ba ".
          03 filler                         pic x(03) value "to ".
          03 filler                         pic x(03) value "va ".
          03 filler                         pic x(10) value "vl saldo".
       01 ws-linha-detalhe.
          03 wsl-cd-tutor                   pic z(06)9.
          03 filler                         pic x(01) value space.
          03 wsl-nm-tutor                   pic x(25).
          03 filler                         pic x(01) value space.
          03 wsl-cd-pet                     pic zz9.
          03 filler                         pic x(01) value space.
          03 wsl-nm-pet                     pic x(20).
          03 filler                         pic x(01) value space.
          03 wsl-ds-pacote                  pic x(25).
          03 filler                         pic x(01) value space.
          03 wsl-dt-venda                   pic x(10).
          03 filler                         pic x(01) value space.
          03 wsl-dt-validade                pic x(10).
          03 filler                         pic x(01) value space.
          03 wsl-saldos                     occurs 4 times.
             05 wsl-saldo                   pic z9.
             05 filler                      pic x(01) value space.
          03 wsl-vl-saldo                   pic zz.zz9,99.
       01 ws-linha-total.
          03 filler                         pic x(37).
          03 wsl-total                      pic z(06)9.
       01 ws-linha-valor.
          03 filler                         pic x(37).
          03 wsl-valor                      pic zzz.zzz.zz9,99.
      ******************************************************************
      *                       procedure division                       *
      ******************************************************************
       procedure                            division.
           perform carregar-data-limite.
           perform abrir-arquivos.
           perform imprimir-cabecalho.
           set ws-secao-saldos               to true.
           perform listar-pacotes.
           perform imprimir-cabecalho-vencimento.
           set ws-secao-vencimento           to true.
           perform listar-pacotes.
           perform imprimir-total.
           perform fechar-arquivos.
           goback.
      *
       abrir-arquivos.
           open input vbm-pcvd.
           if inexistente-vbm-pcvd
              open output vbm-pcvd
              close vbm-pcvd
              open input vbm-pcvd
           end-if.
           if not valid-vbm-pcvd
              display "erro ao abrir o arquivo vbm-pcvd! status: "
                      fs-vbm-pcvd
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
           open output vbm-rpac.
           if not valid-vbm-rpac
              display "erro ao abrir o arquivo vbm-rpac! status: "
                      fs-vbm-rpac
              move 8                         to return-code
              goback
           end-if.
      *
       fechar-arquivos.
           close vbm-pcvd.
           close vbm-tuto.
           close vbm-pet.
           close vbm-rpac.
      *
      ******************************************************************
      *    janela de vencimento: VBM-1026-DIAS quando informada, senao *
      *    30 dias a partir da data da execucao                        *
      ******************************************************************
       carregar-data-limite.
           move spaces                       to ws-dias-x.
           accept ws-dias-x                 from environment
                                            "VBM-1026-DIAS".
           move zero                         to ws-dias-aviso.
           perform varying ws-dias-pos from 1 by 1
                      until ws-dias-pos > 3
              if ws-dias-x(ws-dias-pos:1) is numeric
                 move ws-dias-x(ws-dias-pos:1)
                   to ws-dias-digito
                 compute ws-dias-aviso = ws-dias-aviso * 10 +
                    ws-dias-digito
              end-if
           end-perform.
           if ws-dias-aviso equal zero
              move 30                        to ws-dias-aviso
           end-if.
           accept ws-dt-hoje                from date yyyymmdd.
           move ws-dt-hoje                   to ws-dt-limite.
           move ws-lim-dia                   to ws-lim-dd.
           add ws-dias-aviso                 to ws-lim-dd.
           perform carregar-dias-mes-limite.
           perform with test before
                    until ws-lim-dd <= ws-dias-limite
              subtract ws-dias-limite        from ws-lim-dd
              add 1                          to ws-lim-mes
              if ws-lim-mes > 12
                 move 1                      to ws-lim-mes
                 add 1                       to ws-lim-ano
              end-if
              perform carregar-dias-mes-limite
           end-perform.
           move ws-lim-dd                    to ws-lim-dia.
      *
       carregar-dias-mes-limite.
           move ws-dias-mes(ws-lim-mes)      to ws-dias-limite.
           if ws-lim-mes equal 2
              divide ws-lim-ano by 4 giving ws-lim-resto
                                     remainder ws-lim-resto
              if ws-lim-resto equal zero
                 move 29                     to ws-dias-limite
              end-if
              divide ws-lim-ano by 100 giving ws-lim-resto
                                       remainder ws-lim-resto
              if ws-lim-resto equal zero
                 move 28                     to ws-dias-limite
              end-if
              divide ws-lim-ano by 400 giving ws-lim-resto
                                       remainder ws-lim-resto
              if ws-lim-resto equal zero
                 move 29                     to ws-dias-limite
              end-if
           end-if.
      *
       imprimir-cabecalho.
           move "saldos de pacotes pre-pagos em aberto - vbm-1026"
                                             to ws-linha-titulo.
           write reg-rpac                   from ws-linha-titulo.
           write reg-rpac                   from ws-linha-branco.
           write reg-rpac                   from ws-linha-cabecalho.
      *
       imprimir-cabecalho-vencimento.
           write reg-rpac                   from ws-linha-branco.
           move spaces                       to ws-linha-titulo.
           string
              "pacotes com saldo que vencem ate "
                                             delimited by size
              ws-lim-dia                     delimited by size
              "/"                            delimited by size
              ws-lim-mes                     delimited by size
              "/"                            delimited by size
              ws-lim-ano                     delimited by size
              into ws-linha-titulo
           end-string.
           write reg-rpac                   from ws-linha-titulo.
           write reg-rpac                   from ws-linha-branco.
           write reg-rpac                   from ws-linha-cabecalho.
      *
      ******************************************************************
      *    percorre os pacotes vendidos; na secao de saldos lista os   *
      *    ativos dentro da validade com sessao em aberto, na de       *
      *    vencimento apenas os que vencem ate a data limite           *
      ******************************************************************
       listar-pacotes.
           if ws-secao-saldos
              move zero                      to ws-total-lidos
              move zero                      to ws-total-saldos
              move zero                      to ws-total-sessoes-abertas
              move zero                      to ws-total-vl-saldos
              move zero                      to ws-total-vencendo
              move zero                      to ws-total-vencidos
           end-if.
           set wss-fim-arquivo               to false.
           initialize reg-pcvd.
           move low-value                    to pcvd-chave-venda.
           start vbm-pcvd key is not less than pcvd-chave-venda.
           if not valid-vbm-pcvd
              set wss-fim-arquivo            to true
           end-if.
           perform with test before until wss-fim-arquivo
              read vbm-pcvd next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 perform avaliar-pacote
              end-if
           end-perform.
      *
       avaliar-pacote.
           move zero                         to ws-saldo-pacote.
           move zero                         to ws-tot-sessoes.
           perform varying ws-idx from 1 by 1 until ws-idx > 4
              add pcvd-qtd-contratada(ws-idx) to ws-tot-sessoes
              if pcvd-qtd-usada(ws-idx) < pcvd-qtd-contratada(ws-idx)
                 compute ws-saldo-pacote = ws-saldo-pacote
                       + pcvd-qtd-contratada(ws-idx)
                       - pcvd-qtd-usada(ws-idx)
              end-if
           end-perform.
           if ws-secao-saldos
              add 1                          to ws-total-lidos
           end-if.
           if not pcvd-ativo or ws-saldo-pacote equal zero
              exit paragraph
           end-if.
           if pcvd-dt-validade < ws-dt-hoje
              if ws-secao-saldos
                 add 1                       to ws-total-vencidos
              end-if
              exit paragraph
           end-if.
           move zero                         to ws-vl-saldo.
           if ws-tot-sessoes > zero
              compute ws-vl-saldo rounded = pcvd-vl-recebido
                    * ws-saldo-pacote / ws-tot-sessoes
           end-if.
           if ws-secao-saldos
              add 1                          to ws-total-saldos
              add ws-saldo-pacote            to ws-total-sessoes-abertas
              add ws-vl-saldo                to ws-total-vl-saldos
              perform imprimir-pacote
           else
              if pcvd-dt-validade <= ws-dt-limite
                 add 1                       to ws-total-vencendo
                 perform imprimir-pacote
              end-if
           end-if.
      *
       imprimir-pacote.
           move pcvd-cd-tutor                to wsl-cd-tutor.
           initialize reg-tuto.
           move pcvd-cd-tutor                to tuto-cd-tutor.
           read vbm-tuto with no lock.
           if valid-vbm-tuto
              move tuto-nm-tutor             to wsl-nm-tutor
           else
              move spaces                    to wsl-nm-tutor
           end-if.
           move pcvd-cd-pet                  to wsl-cd-pet.
           initialize reg-pet.
           move pcvd-cd-tutor                to pet-cd-tutor.
           move pcvd-cd-pet                  to pet-cd-pet.
           read vbm-pet with no lock.
           if valid-vbm-pet
              move pet-nm-pet                to wsl-nm-pet
           else
              move spaces                    to wsl-nm-pet
           end-if.
           move pcvd-ds-pacote               to wsl-ds-pacote.
           string
              pcvd-dt-venda(7:2)             delimited by size
              "/"
              pcvd-dt-venda(5:2)             delimited by size
              "/"
              pcvd-dt-venda(1:4)             delimited by size
              into wsl-dt-venda
           end-string.
           string
              pcvd-dt-validade(7:2)          delimited by size
              "/"
              pcvd-dt-validade(5:2)          delimited by size
              "/"
              pcvd-dt-validade(1:4)          delimited by size
              into wsl-dt-validade
           end-string.
           perform varying ws-idx from 1 by 1 until ws-idx > 4
              if pcvd-qtd-usada(ws-idx) < pcvd-qtd-contratada(ws-idx)
                 compute wsl-saldo(ws-idx) =
                         pcvd-qtd-contratada(ws-idx)
                       - pcvd-qtd-usada(ws-idx)
              else
                 move zero                   to wsl-saldo(ws-idx)
              end-if
           end-perform.
           move ws-vl-saldo                  to wsl-vl-saldo.
           write reg-rpac                   from ws-linha-detalhe.
      *
       imprimir-total.
           write reg-rpac                    from ws-linha-branco.
           move "pacotes vendidos..................: "
                                             to ws-linha-total.
           move ws-total-lidos               to wsl-total.
           write reg-rpac                    from ws-linha-total.
           move "pacotes com saldo em aberto.......: "
                                             to ws-linha-total.
           move ws-total-saldos              to wsl-total.
           write reg-rpac                    from ws-linha-total.
           move "sessoes em aberto.................: "
                                             to ws-linha-total.
           move ws-total-sessoes-abertas     to wsl-total.
           write reg-rpac                    from ws-linha-total.
           move "valor das sessoes em aberto.......: "
                                             to ws-linha-valor.
           move ws-total-vl-saldos           to wsl-valor.
           write reg-rpac                    from ws-linha-valor.
           move "pacotes a vencer na janela........: "
                                             to ws-linha-total.
           move ws-total-vencendo            to wsl-total.
           write reg-rpac                    from ws-linha-total.
           move "pacotes vencidos com saldo........: "
                                             to ws-linha-total.
           move ws-total-vencidos            to wsl-total.
           write reg-rpac                    from ws-linha-total.
