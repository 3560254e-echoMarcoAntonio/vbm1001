       identification                       division.
       program-id.                          vbm-1027.
       author.                              stanicki.
       date-written.                        set-2026.
      ******************************************************************
      *      relatorio do estoque de vacinas                           *
      *      posicao do estoque por vacina e lote (vbm-estq), os       *
      *      lotes com saldo que vencem nos proximos dias e as         *
      *      vacinas com saldo valido abaixo do estoque minimo         *
      *      (vbm-emin), para a compra e o descarte                    *
      *                                                                *
      *      janela de vencimento em dias na variavel de ambiente      *
      *      VBM-1027-DIAS (padrao 60)                                 *
      ******************************************************************
       environment                          division.
       special-names.
           decimal-point is comma.
       input-output                         section.
       file-control.
           copy "vbm-estq.sl".
           copy "vbm-emin.sl".
           copy "vbm-pvac.sl".
           copy "vbm-espe.sl".
           copy "vbm-revq.sl".
       data                                 division.
       file                                 section.
           copy "vbm-estq.fd".
           copy "vbm-emin.fd".
           copy "vbm-pvac.fd".
           copy "vbm-espe.fd".
           copy "vbm-revq.fd".
      ******************************************************************
      *                        working storage                         *
      ******************************************************************
       working-storage                      section.
       77 fs-vbm-estq pic xx.
          88 valid-vbm-estq value "00" thru "09".
          88 inexistente-vbm-estq value "35".
       77 fs-vbm-emin pic xx.
          88 valid-vbm-emin value "00" thru "09".
          88 inexistente-vbm-emin value "35".
       77 fs-vbm-pvac pic xx.
          88 valid-vbm-pvac value "00" thru "09".
       77 fs-vbm-espe pic xx.
          88 valid-vbm-espe value "00" thru "09".
       77 fs-vbm-revq pic xx.
          88 valid-vbm-revq value "00" thru "09".
      *
       01 wss-controle-batch                pic 9(01).
          88 wss-fim-arquivo                value 1 false 0.
       01 ws-fl-fim-lotes                   pic 9(01).
          88 ws-fim-lotes                   value 1 false 0.
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
       01 ws-saldo-valido                   pic 9(07).
       01 ws-total-lotes                    pic 9(05) comp.
       01 ws-total-doses                    pic 9(07) comp.
       01 ws-total-vencidos                 pic 9(05) comp.
       01 ws-total-doses-vencidas           pic 9(07) comp.
       01 ws-total-vencendo                 pic 9(05) comp.
       01 ws-total-abaixo                   pic 9(05) comp.
      *
       01 ws-linha-titulo                   pic x(132).
       01 ws-linha-branco                   pic x(132) value spaces.
       01 ws-linha-cabecalho.
          03 filler                         pic x(16) value "especie ".
          03 filler                         pic x(04) value "vac ".
          03 filler                         pic x(21) value "nome ".
          03 filler                         pic x(16) value "lote ".
          03 filler                         pic x(11) value "validade ".
          03 filler                         pic x(07) value "compra".
          03 filler                         pic x(07) value " saldo".
          03 filler                         pic x(15) value " situacao".
       01 ws-linha-detalhe.
          03 wsl-nm-especie                 pic x(15).
          03 filler                         pic x(01) value space.
          03 wsl-cd-vacina                  pic zz9.
          03 filler                         pic x(01) value space.
          03 wsl-nm-vacina                  pic x(20).
          03 filler                         pic x(01) value space.
          03 wsl-nr-lote                    pic x(15).
          03 filler                         pic x(01) value space.
          03 wsl-dt-validade                pic x(10).
          03 filler                         pic x(01) value space.
          03 wsl-qtd-entrada                pic z(05)9.
          03 filler                         pic x(01) value space.
          03 wsl-qtd-saldo                  pic z(05)9.
          03 filler                         pic x(01) value space.
          03 wsl-situacao                   pic x(15).
       01 ws-linha-cab-minimo.
          03 filler                         pic x(16) value "especie ".
          03 filler                         pic x(04) value "vac ".
          03 filler                         pic x(21) value "nome ".
          03 filler                         pic x(07) value "minimo".
          03 filler                         pic x(08) value "  saldo".
          03 filler                         pic x(07) value " falta".
       01 ws-linha-minimo.
          03 wsl-min-nm-especie             pic x(15).
          03 filler                         pic x(01) value space.
          03 wsl-min-cd-vacina              pic zz9.
          03 filler                         pic x(01) value space.
          03 wsl-min-nm-vacina              pic x(20).
          03 filler                         pic x(01) value space.
          03 wsl-min-qtd-minima             pic z(05)9.
          03 filler                         pic x(01) value space.
          03 wsl-min-saldo                  pic z(06)9.
          03 filler                         pic x(01) value space.
          03 wsl-min-falta                  pic z(05)9.
       01 ws-linha-total.
          03 filler                         pic x(37).
          03 wsl-total                      pic z(06)9.
      ******************************************************************
      *                       procedure division                       *
      ******************************************************************
       procedure                            division.
           perform carregar-data-limite.
           perform abrir-arquivos.
           perform imprimir-cabecalho.
           perform listar-posicao.
           perform imprimir-cabecalho-vencimento.
           perform listar-vencimentos.
           perform imprimir-cabecalho-minimo.
           perform listar-abaixo-minimo.
           perform imprimir-total.
           perform fechar-arquivos.
           goback.
      *
       abrir-arquivos.
           open input vbm-estq.
           if inexistente-vbm-estq
              open output vbm-estq
              close vbm-estq
              open input vbm-estq
           end-if.
           if not valid-vbm-estq
              display "erro ao abrir o arquivo vbm-estq! status: "
                      fs-vbm-estq
              move 8                         to return-code
              goback
           end-if.
           open input vbm-emin.
           if inexistente-vbm-emin
              open output vbm-emin
              close vbm-emin
              open input vbm-emin
           end-if.
           if not valid-vbm-emin
              display "erro ao abrir o arquivo vbm-emin! status: "
                      fs-vbm-emin
              move 8                         to return-code
              goback
           end-if.
           open input vbm-pvac.
           if not valid-vbm-pvac
              display "erro ao abrir o arquivo vbm-pvac! status: "
                      fs-vbm-pvac
              move 8                         to return-code
              goback
           end-if.
           open input vbm-espe.
           if not valid-vbm-espe
              display "erro ao abrir o arquivo vbm-espe! status: "
                      fs-vbm-espe
              move 8                         to return-code
              goback
           end-if.
           open output vbm-revq.
           if not valid-vbm-revq
              display "erro ao abrir o arquivo vbm-revq! status: "
                      fs-vbm-revq
              move 8                         to return-code
              goback
           end-if.
      *
       fechar-arquivos.
           close vbm-estq.
           close vbm-emin.
           close vbm-pvac.
           close vbm-espe.
           close vbm-revq.
      *
      ******************************************************************
      *    janela de vencimento: VBM-1027-DIAS quando informada, senao *
      *    60 dias a partir da data da execucao                        *
      ******************************************************************
       carregar-data-limite.
           move spaces                       to ws-dias-x.
           accept ws-dias-x                 from environment
                                            "VBM-1027-DIAS".
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
              move 60                        to ws-dias-aviso
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
           move "posicao do estoque de vacinas por lote - vbm-1027"
                                             to ws-linha-titulo.
           write reg-revq                   from ws-linha-titulo.
           write reg-revq                   from ws-linha-branco.
           write reg-revq                   from ws-linha-cabecalho.
      *
      ******************************************************************
      *    posicao: todos os lotes com saldo, por especie, vacina e    *
      *    lote; lote vencido aparece para o descarte                  *
      ******************************************************************
       listar-posicao.
           move zero                         to ws-total-lotes.
           move zero                         to ws-total-doses.
           move zero                         to ws-total-vencidos.
           move zero                         to ws-total-doses-vencidas.
           set wss-fim-arquivo               to false.
           initialize reg-estq.
           move low-value                    to estq-chave-lote.
           start vbm-estq key is not less than estq-chave-lote.
           if not valid-vbm-estq
              set wss-fim-arquivo            to true
           end-if.
           perform with test before until wss-fim-arquivo
              read vbm-estq next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 and estq-qtd-saldo > zero
                 add 1                       to ws-total-lotes
                 add estq-qtd-saldo          to ws-total-doses
                 evaluate true
                    when estq-dt-validade < ws-dt-hoje
                       add 1                 to ws-total-vencidos
                       add estq-qtd-saldo    to ws-total-doses-vencidas
                       move "vencido"        to wsl-situacao
                    when estq-dt-validade <= ws-dt-limite
                       move "a vencer"       to wsl-situacao
                    when other
                       move spaces           to wsl-situacao
                 end-evaluate
                 perform imprimir-lote
              end-if
           end-perform.
      *
       imprimir-lote.
           initialize reg-espe.
           move estq-cd-especie              to espe-cd-especie.
           read vbm-espe with no lock.
           if valid-vbm-espe
              move espe-nm-especie           to wsl-nm-especie
           else
              move spaces                    to wsl-nm-especie
           end-if.
           move estq-cd-vacina               to wsl-cd-vacina.
           move estq-nm-vacina               to wsl-nm-vacina.
           move estq-nr-lote                 to wsl-nr-lote.
           string
              estq-dt-validade(7:2)          delimited by size
              "/"
              estq-dt-validade(5:2)          delimited by size
              "/"
              estq-dt-validade(1:4)          delimited by size
              into wsl-dt-validade
           end-string.
           move estq-qtd-entrada             to wsl-qtd-entrada.
           move estq-qtd-saldo               to wsl-qtd-saldo.
           write reg-revq                   from ws-linha-detalhe.
      *
       imprimir-cabecalho-vencimento.
           write reg-revq                   from ws-linha-branco.
           move spaces                       to ws-linha-titulo.
           string
              "lotes com saldo que vencem ate "
                                             delimited by size
              ws-lim-dia                     delimited by size
              "/"                            delimited by size
              ws-lim-mes                     delimited by size
              "/"                            delimited by size
              ws-lim-ano                     delimited by size
              into ws-linha-titulo
           end-string.
           write reg-revq                   from ws-linha-titulo.
           write reg-revq                   from ws-linha-branco.
           write reg-revq                   from ws-linha-cabecalho.
      *
      ******************************************************************
      *    vencimentos: lotes com saldo pela chave de validade, de     *
      *    hoje ate a data limite                                      *
      ******************************************************************
       listar-vencimentos.
           move zero                         to ws-total-vencendo.
           move spaces                       to wsl-situacao.
           set wss-fim-arquivo               to false.
           initialize reg-estq.
           move ws-dt-hoje                   to estq-dt-validade.
           start vbm-estq key is not less than estq-dt-validade.
           if not valid-vbm-estq
              set wss-fim-arquivo            to true
           end-if.
           perform with test before until wss-fim-arquivo
              read vbm-estq next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if estq-dt-validade > ws-dt-limite
                    set wss-fim-arquivo      to true
                 else
                    if estq-qtd-saldo > zero
                       add 1                 to ws-total-vencendo
                       perform imprimir-lote
                    end-if
                 end-if
              end-if
           end-perform.
      *
       imprimir-cabecalho-minimo.
           write reg-revq                   from ws-linha-branco.
           move "vacinas abaixo do estoque minimo (saldo valido)"
                                             to ws-linha-titulo.
           write reg-revq                   from ws-linha-titulo.
           write reg-revq                   from ws-linha-branco.
           write reg-revq                   from ws-linha-cab-minimo.
      *
      ******************************************************************
      *    estoque minimo: para cada vacina com minimo informado, o    *
      *    saldo dos lotes dentro da validade e comparado ao minimo    *
      ******************************************************************
       listar-abaixo-minimo.
           move zero                         to ws-total-abaixo.
           set wss-fim-arquivo               to false.
           initialize reg-emin.
           move low-value                    to emin-chave-vacina.
           start vbm-emin key is not less than emin-chave-vacina.
           if not valid-vbm-emin
              set wss-fim-arquivo            to true
           end-if.
           perform with test before until wss-fim-arquivo
              read vbm-emin next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 and emin-qtd-minima > zero
                 perform somar-saldo-valido
                 if ws-saldo-valido < emin-qtd-minima
                    add 1                    to ws-total-abaixo
                    perform imprimir-abaixo-minimo
                 end-if
              end-if
           end-perform.
      *
       somar-saldo-valido.
           move zero                         to ws-saldo-valido.
           set ws-fim-lotes                  to false.
           initialize reg-estq.
           move emin-cd-especie              to estq-cd-especie.
           move emin-cd-vacina               to estq-cd-vacina.
           move low-value                    to estq-nr-lote.
           start vbm-estq key is greater than estq-chave-lote.
           if not valid-vbm-estq
              set ws-fim-lotes               to true
           end-if.
           perform with test before until ws-fim-lotes
              read vbm-estq next with no lock
              if not valid-vbm-estq
                 or estq-cd-especie not equal emin-cd-especie
                 or estq-cd-vacina not equal emin-cd-vacina
                 set ws-fim-lotes            to true
              else
                 if estq-dt-validade >= ws-dt-hoje
                    add estq-qtd-saldo       to ws-saldo-valido
                 end-if
              end-if
           end-perform.
      *
       imprimir-abaixo-minimo.
           initialize reg-espe.
           move emin-cd-especie              to espe-cd-especie.
           read vbm-espe with no lock.
           if valid-vbm-espe
              move espe-nm-especie           to wsl-min-nm-especie
           else
              move spaces                    to wsl-min-nm-especie
           end-if.
           move emin-cd-vacina               to wsl-min-cd-vacina.
           initialize reg-pvac.
           move emin-cd-especie              to pvac-cd-especie.
           move emin-cd-vacina               to pvac-cd-vacina.
           read vbm-pvac with no lock.
           if valid-vbm-pvac
              move pvac-nm-vacina            to wsl-min-nm-vacina
           else
              move spaces                    to wsl-min-nm-vacina
           end-if.
           move emin-qtd-minima              to wsl-min-qtd-minima.
           move ws-saldo-valido              to wsl-min-saldo.
           compute wsl-min-falta = emin-qtd-minima - ws-saldo-valido.
           write reg-revq                   from ws-linha-minimo.
      *
       imprimir-total.
           write reg-revq                    from ws-linha-branco.
           move "lotes com saldo...................: "
                                             to ws-linha-total.
           move ws-total-lotes               to wsl-total.
           write reg-revq                    from ws-linha-total.
           move "doses em estoque..................: "
                                             to ws-linha-total.
           move ws-total-doses               to wsl-total.
           write reg-revq                    from ws-linha-total.
           move "lotes vencidos para descarte......: "
                                             to ws-linha-total.
           move ws-total-vencidos            to wsl-total.
           write reg-revq                    from ws-linha-total.
           move "doses vencidas....................: "
                                             to ws-linha-total.
           move ws-total-doses-vencidas      to wsl-total.
           write reg-revq                    from ws-linha-total.
           move "lotes a vencer na janela..........: "
                                             to ws-linha-total.
           move ws-total-vencendo            to wsl-total.
           write reg-revq                    from ws-linha-total.
           move "vacinas abaixo do minimo..........: "
                                             to ws-linha-total.
           move ws-total-abaixo              to wsl-total.
           write reg-revq                    from ws-linha-total.
