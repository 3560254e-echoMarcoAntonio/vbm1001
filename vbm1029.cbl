       identification                       division.
       program-id.                          vbm-1029.
       author.                              stanicki.
       date-written.                        set-2026.
      ******************************************************************
      *      geracao do lote de rps para a nfs-e da prefeitura         *
      *      um rps por recebimento do caixa do dia (vbm-caix) e por   *
      *      venda de pacote pre-pago do dia (vbm-pcvd), com o         *
      *      tomador do cadastro de tutores (cpf/cnpj, nome e          *
      *      endereco com cep) e o item de servico, o codigo de        *
      *      tributacao e a aliquota do iss da tabela vbm-psmu         *
      *                                                                *
      *      cada rps fica gravado em vbm-nfse ligado ao recebimento   *
      *      ou a venda e nao e emitido de novo; o rps recusado no     *
      *      retorno (vbm-1030) volta no proximo lote com o mesmo      *
      *      numero. todo estorno cujo rps ainda esta enviado,         *
      *      emitido ou recusado gera o pedido de cancelamento (ou a   *
      *      baixa do recusado) no primeiro lote depois do estorno,    *
      *      qualquer que seja a data do lote. sessao paga por pacote  *
      *      (valor zero) nao gera rps: o servico ja saiu no rps da    *
      *      venda do pacote, emitido com o parametro fiscal do        *
      *      servico de maior quantidade contratada                    *
      *                                                                *
      *      variaveis de ambiente:                                    *
      *        VBM-1029-DATA .. data dos recebimentos e das vendas     *
      *                         de pacote (aaaammdd,                   *
      *                         padrao a data de hoje)                 *
      *        VBM-1029-IM .... inscricao municipal do prestador       *
      *        VBM-1029-CNPJ .. cnpj do prestador                      *
      ******************************************************************
       environment                          division.
       special-names.
           decimal-point is comma.
       input-output                         section.
       file-control.
           copy "vbm-caix.sl".
           copy "vbm-estc.sl".
           copy "vbm-pcvd.sl".
           copy "vbm-tuto.sl".
           copy "vbm-pet.sl".
           copy "vbm-psmu.sl".
           copy "vbm-nfse.sl".
           copy "vbm-lrps.sl".
           copy "vbm-rrps.sl".
       data                                 division.
       file                                 section.
           copy "vbm-caix.fd".
           copy "vbm-estc.fd".
           copy "vbm-pcvd.fd".
           copy "vbm-tuto.fd".
           copy "vbm-pet.fd".
           copy "vbm-psmu.fd".
           copy "vbm-nfse.fd".
           copy "vbm-lrps.fd".
           copy "vbm-rrps.fd".
      ******************************************************************
      *                        working storage                         *
      ******************************************************************
       working-storage                      section.
       77 fs-vbm-caix pic xx.
          88 valid-vbm-caix value "00" thru "09".
       77 fs-vbm-estc pic xx.
          88 valid-vbm-estc value "00" thru "09".
          88 inexistente-vbm-estc value "35".
       77 fs-vbm-pcvd pic xx.
          88 valid-vbm-pcvd value "00" thru "09".
          88 inexistente-vbm-pcvd value "35".
       77 fs-vbm-tuto pic xx.
          88 valid-vbm-tuto value "00" thru "09".
       77 fs-vbm-pet pic xx.
          88 valid-vbm-pet value "00" thru "09".
       77 fs-vbm-psmu pic xx.
          88 valid-vbm-psmu value "00" thru "09".
          88 inexistente-vbm-psmu value "35".
       77 fs-vbm-nfse pic xx.
          88 valid-vbm-nfse value "00" thru "09".
          88 inexistente-vbm-nfse value "35".
       77 fs-vbm-lrps pic xx.
          88 valid-vbm-lrps value "00" thru "09".
       77 fs-vbm-rrps pic xx.
          88 valid-vbm-rrps value "00" thru "09".
      *
       01 wss-controle-batch                pic 9(01).
          88 wss-fim-arquivo                value 1 false 0.
       01 ws-fl-fim-rps                     pic 9(01).
          88 ws-fim-rps                     value 1 false 0.
       01 ws-fl-rps-encontrado              pic 9(01).
          88 ws-rps-encontrado              value 1 false 0.
       01 ws-fl-fim-estorno                 pic 9(01).
          88 ws-fim-estorno                 value 1 false 0.
       01 ws-fl-estorno-encontrado          pic 9(01).
          88 ws-estorno-encontrado          value 1 false 0.
      *
       01 ws-data-x                         pic x(08).
       01 ws-data-pos                       pic 9(02) comp.
       01 ws-data-digito                    pic 9(01).
       01 ws-dt-processamento               pic 9(08).
       01 ws-dt-hoje                        pic 9(08).
       01 ws-hora-raw                       pic 9(08).
       01 ws-im-prestador                   pic x(15).
       01 ws-cnpj-x                         pic x(18).
       01 ws-cnpj-prestador                 pic 9(14).
      *
       01 ws-nr-proximo-rps                 pic 9(08).
       01 ws-busca-chave-caixa              pic x(22).
       01 ws-busca-dt-recebimento           pic 9(08).
       01 ws-busca-hr-recebimento           pic 9(06).
      *
      ******************************************************************
      *    rps novo: origem, chave e valores montados pela passagem    *
      *    do caixa ou pela das vendas de pacote                       *
      ******************************************************************
       01 ws-novo-tp-origem                 pic x(01).
       01 ws-novo-chave-caixa               pic x(22).
       01 ws-novo-dt-recebimento            pic 9(08).
       01 ws-novo-hr-recebimento            pic 9(06).
       01 ws-novo-tp-servico                pic 9(01).
       01 ws-novo-vl-servico                pic 9(05)v99.
       01 ws-chave-venda-rps.
          03 wsv-dt-agenda                  pic 9(08).
          03 wsv-sq-venda                   pic 9(04).
          03 wsv-cd-tutor                   pic 9(07).
          03 wsv-cd-pet                     pic 9(03).
       01 ws-idx-servico                    pic 9(01).
       01 ws-maior-qtd                      pic 9(02).
       01 ws-ds-pacote                      pic x(30).
       01 ws-serie-rps                      pic x(05) value "VBM".
       01 ws-versao-layout                  pic x(03) value "001".
      *
       01 ws-reg-cabecalho.
          03 filler                         pic x(01) value "1".
          03 wsc-versao-layout              pic x(03).
          03 wsc-im-prestador               pic x(15).
          03 wsc-cnpj-prestador             pic 9(14).
          03 wsc-dt-inicio                  pic 9(08).
          03 wsc-dt-fim                     pic 9(08).
          03 wsc-dt-geracao                 pic 9(08).
          03 wsc-hr-geracao                 pic 9(06).
       01 ws-reg-rps.
          03 filler                         pic x(01) value "2".
          03 wsr-tp-rps                     pic x(05) value "RPS".
          03 wsr-serie-rps                  pic x(05).
          03 wsr-nr-rps                     pic 9(12).
          03 wsr-dt-emissao                 pic 9(08).
          03 wsr-situacao-rps               pic x(01) value "T".
          03 wsr-vl-servicos                pic 9(13)v99.
          03 wsr-vl-deducoes                pic 9(13)v99.
          03 wsr-cd-item-lista              pic x(05).
          03 wsr-cd-servico-municipal       pic x(10).
          03 wsr-pc-aliquota-iss            pic 9(02)v99.
          03 wsr-fl-iss-retido              pic x(01) value "2".
          03 wsr-vl-iss                     pic 9(13)v99.
          03 wsr-tp-documento-tomador       pic 9(01).
          03 wsr-rn-tomador                 pic 9(14).
          03 wsr-nm-tomador                 pic x(75).
          03 wsr-rua-tomador                pic x(50).
          03 wsr-numero-tomador             pic 9(12).
          03 wsr-bairro-tomador             pic x(30).
          03 wsr-cidade-tomador             pic x(50).
          03 wsr-uf-tomador                 pic x(02).
          03 wsr-cep-tomador                pic 9(08).
          03 wsr-discriminacao              pic x(100).
       01 ws-reg-cancelamento.
          03 filler                         pic x(01) value "3".
          03 wsx-serie-rps                  pic x(05).
          03 wsx-nr-rps                     pic 9(12).
          03 wsx-nr-nfse                    pic x(15).
          03 wsx-cd-verificacao             pic x(10).
          03 wsx-dt-cancelamento            pic 9(08).
          03 wsx-cd-motivo                  pic x(01) value "2".
          03 wsx-motivo                     pic x(40).
       01 ws-reg-trailer.
          03 filler                         pic x(01) value "9".
          03 wsz-qtd-linhas                 pic 9(07).
          03 wsz-vl-total-servicos          pic 9(13)v99.
          03 wsz-vl-total-deducoes          pic 9(13)v99.
          03 wsz-qtd-rps                    pic 9(07).
          03 wsz-qtd-cancelamentos          pic 9(07).
      *
       01 ws-ds-servico                     pic x(20).
       01 ws-dt-edicao                      pic 9(08).
       01 ws-dt-editada                     pic x(10).
      *
       01 ws-total-linhas                   pic 9(07) comp.
       01 ws-total-rps                      pic 9(07) comp.
       01 ws-total-reenvios                 pic 9(07) comp.
       01 ws-total-cancelamentos            pic 9(07) comp.
       01 ws-total-baixados                 pic 9(07) comp.
       01 ws-total-pendentes                pic 9(07) comp.
       01 ws-total-ja-emitidos              pic 9(07) comp.
       01 ws-vl-total-servicos              pic 9(13)v99.
       01 ws-vl-total-iss                   pic 9(13)v99.
      *
       01 ws-linha-titulo                   pic x(132).
       01 ws-linha-branco                   pic x(132) value spaces.
       01 ws-linha-cabecalho.
          03 filler                         pic x(09) value "tipo".
          03 filler                         pic x(09) value "     rps".
          03 filler                         pic x(11) value "recebido".
          03 filler                         pic x(08) value "  tutor".
          03 filler                         pic x(04) value "pet".
          03 filler                         pic x(21) value "servico".
          03 filler                         pic x(09) value "   valor".
          03 filler                         pic x(06) value " aliq".
          03 filler                         pic x(09) value "     iss".
          03 filler                         pic x(15)
             value "tomador".
          03 filler                         pic x(31)
             value "observacao".
       01 ws-linha-detalhe.
          03 wsl-tipo                       pic x(08).
          03 filler                         pic x(01) value space.
          03 wsl-nr-rps                     pic z(07)9.
          03 filler                         pic x(01) value space.
          03 wsl-dt-recebimento             pic x(10).
          03 filler                         pic x(01) value space.
          03 wsl-cd-tutor                   pic z(06)9.
          03 filler                         pic x(01) value space.
          03 wsl-cd-pet                     pic zz9.
          03 filler                         pic x(01) value space.
          03 wsl-ds-servico                 pic x(20).
          03 filler                         pic x(01) value space.
          03 wsl-vl-servico                 pic z(04)9,99.
          03 filler                         pic x(01) value space.
          03 wsl-pc-aliquota                pic z9,99.
          03 filler                         pic x(01) value space.
          03 wsl-vl-iss                     pic z(04)9,99.
          03 filler                         pic x(01) value space.
          03 wsl-rn-tomador                 pic 9(14).
          03 filler                         pic x(01) value space.
          03 wsl-observacao                 pic x(31).
       01 ws-linha-total.
          03 filler                         pic x(37).
          03 wsl-total                      pic z(06)9.
       01 ws-linha-total-valor.
          03 filler                         pic x(37).
          03 wsl-total-valor                pic z(08)9,99.
      ******************************************************************
      *                       procedure division                       *
      ******************************************************************
       procedure                            division.
           perform carregar-parametros.
           perform abrir-arquivos.
           perform carregar-proximo-rps.
           perform imprimir-cabecalho.
           perform gravar-cabecalho-lote.
           perform cancelar-rps-estornados.
           perform reenviar-rps-rejeitados.
           perform emitir-rps-recebimentos.
           perform emitir-rps-pacotes.
           perform gravar-trailer-lote.
           perform imprimir-total.
           perform fechar-arquivos.
           goback.
      *
      ******************************************************************
      *    sem a inscricao municipal do prestador a prefeitura recusa  *
      *    o lote inteiro: o processamento para antes de marcar os     *
      *    recebimentos                                                *
      ******************************************************************
       carregar-parametros.
           move spaces                       to ws-data-x.
           accept ws-data-x                 from environment
                                            "VBM-1029-DATA".
           move zero                         to ws-dt-processamento.
           perform varying ws-data-pos from 1 by 1
                      until ws-data-pos > 8
              if ws-data-x(ws-data-pos:1) is numeric
                 move ws-data-x(ws-data-pos:1)
                   to ws-data-digito
                 compute ws-dt-processamento =
                    ws-dt-processamento * 10 + ws-data-digito
              end-if
           end-perform.
           accept ws-dt-hoje                from date yyyymmdd.
           if ws-dt-processamento equal zero
              move ws-dt-hoje                to ws-dt-processamento
           end-if.
           move spaces                       to ws-im-prestador.
           accept ws-im-prestador           from environment
                                            "VBM-1029-IM".
           move spaces                       to ws-cnpj-x.
           accept ws-cnpj-x                 from environment
                                            "VBM-1029-CNPJ".
           move zero                         to ws-cnpj-prestador.
           perform varying ws-data-pos from 1 by 1
                      until ws-data-pos > 18
              if ws-cnpj-x(ws-data-pos:1) is numeric
                 move ws-cnpj-x(ws-data-pos:1)
                   to ws-data-digito
                 compute ws-cnpj-prestador =
                    ws-cnpj-prestador * 10 + ws-data-digito
              end-if
           end-perform.
           if ws-im-prestador equal spaces
              display "inscricao municipal do prestador nao "
                      "informada em VBM-1029-IM"
              move 8                         to return-code
              goback
           end-if.
      *
       abrir-arquivos.
           open input vbm-caix.
           if not valid-vbm-caix
              display "erro ao abrir o arquivo vbm-caix! status: "
                      fs-vbm-caix
              move 8                         to return-code
              goback
           end-if.
           open input vbm-estc.
           if inexistente-vbm-estc
              open output vbm-estc
              close vbm-estc
              open input vbm-estc
           end-if.
           if not valid-vbm-estc
              display "erro ao abrir o arquivo vbm-estc! status: "
                      fs-vbm-estc
              move 8                         to return-code
              goback
           end-if.
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
           open input vbm-psmu.
           if inexistente-vbm-psmu
              open output vbm-psmu
              close vbm-psmu
              open input vbm-psmu
           end-if.
           if not valid-vbm-psmu
              display "erro ao abrir o arquivo vbm-psmu! status: "
                      fs-vbm-psmu
              move 8                         to return-code
              goback
           end-if.
           open i-o vbm-nfse.
           if inexistente-vbm-nfse
              open output vbm-nfse
              close vbm-nfse
              open i-o vbm-nfse
           end-if.
           if not valid-vbm-nfse
              display "erro ao abrir o arquivo vbm-nfse! status: "
                      fs-vbm-nfse
              move 8                         to return-code
              goback
           end-if.
           open output vbm-lrps.
           if not valid-vbm-lrps
              display "erro ao abrir o arquivo vbm-lrps! status: "
                      fs-vbm-lrps
              move 8                         to return-code
              goback
           end-if.
           open output vbm-rrps.
           if not valid-vbm-rrps
              display "erro ao abrir o arquivo vbm-rrps! status: "
                      fs-vbm-rrps
              move 8                         to return-code
              goback
           end-if.
      *
       fechar-arquivos.
           close vbm-caix.
           close vbm-estc.
           close vbm-pcvd.
           close vbm-tuto.
           close vbm-pet.
           close vbm-psmu.
           close vbm-nfse.
           close vbm-lrps.
           close vbm-rrps.
      *
       carregar-proximo-rps.
           initialize reg-nfse.
           move high-value                   to nfse-nr-rps.
           start vbm-nfse key less than nfse-nr-rps.
           read vbm-nfse previous with no lock.
           if valid-vbm-nfse
              compute ws-nr-proximo-rps = nfse-nr-rps + 1
           else
              move 1                         to ws-nr-proximo-rps
           end-if.
      *
       imprimir-cabecalho.
           move spaces                       to ws-linha-titulo.
           move ws-dt-processamento          to ws-dt-edicao.
           perform editar-data.
           string
              "lote de rps para a nfs-e - vbm-1029 - recebimentos de "
                                             delimited by size
              ws-dt-editada                  delimited by size
              into ws-linha-titulo
           end-string.
           write reg-rrps                   from ws-linha-titulo.
           write reg-rrps                   from ws-linha-branco.
           write reg-rrps                   from ws-linha-cabecalho.
           move zero                         to ws-total-linhas.
           move zero                         to ws-total-rps.
           move zero                         to ws-total-reenvios.
           move zero                         to ws-total-cancelamentos.
           move zero                         to ws-total-baixados.
           move zero                         to ws-total-pendentes.
           move zero                         to ws-total-ja-emitidos.
           move zero                         to ws-vl-total-servicos.
           move zero                         to ws-vl-total-iss.
      *
       gravar-cabecalho-lote.
           move ws-versao-layout             to wsc-versao-layout.
           move ws-im-prestador              to wsc-im-prestador.
           move ws-cnpj-prestador            to wsc-cnpj-prestador.
           move ws-dt-processamento          to wsc-dt-inicio.
           move ws-dt-processamento          to wsc-dt-fim.
           move ws-dt-hoje                   to wsc-dt-geracao.
           accept ws-hora-raw                from time.
           move ws-hora-raw(1:6)             to wsc-hr-geracao.
           move spaces                       to reg-lrps.
           write reg-lrps                   from ws-reg-cabecalho.
           add 1                             to ws-total-linhas.
      *
      ******************************************************************
      *    estornos pela situacao do rps: todo rps de atendimento      *
      *    enviado, emitido ou recusado cujo recebimento tem estorno   *
      *    em vbm-estc e cancelado, seja qual for a data do estorno    *
      *    e a do lote. o rps ja enviado ou ja convertido em nfs-e     *
      *    gera o pedido de cancelamento; o recusado nunca virou nota  *
      *    e e apenas baixado. a nota cujo cancelamento ja foi pedido  *
      *    e recusado pela prefeitura (data de cancelamento gravada)   *
      *    fica para tratamento manual e nao e pedida de novo. a       *
      *    leitura e pela chave primaria, que o cancelamento nao       *
      *    altera                                                      *
      ******************************************************************
       cancelar-rps-estornados.
           set wss-fim-arquivo               to false.
           initialize reg-nfse.
           move zero                         to nfse-nr-rps.
           start vbm-nfse key is not less than nfse-nr-rps.
           if not valid-vbm-nfse
              set wss-fim-arquivo            to true
           end-if.
           perform with test before until wss-fim-arquivo
              read vbm-nfse next with no lock
              if not valid-vbm-nfse
                 set wss-fim-arquivo         to true
              else
                 if nfse-atendimento
                    and (nfse-enviado or nfse-emitida
                         or nfse-rejeitado)
                    and not (nfse-emitida
                             and nfse-dt-cancelamento not = zero)
                    perform localizar-estorno-rps
                    if ws-estorno-encontrado
                       perform cancelar-rps
                    end-if
                 end-if
              end-if
           end-perform.
      *
      ******************************************************************
      *    o estorno do rps e o da mesma chave de caixa com a mesma    *
      *    data e hora de recebimento                                  *
      ******************************************************************
       localizar-estorno-rps.
           set ws-estorno-encontrado         to false.
           set ws-fim-estorno                to false.
           initialize reg-estc.
           move nfse-chave-caixa             to estc-chave-caixa.
           move zero                         to estc-sq-estorno.
           start vbm-estc key is not less than estc-chave-estorno.
           if not valid-vbm-estc
              exit paragraph
           end-if.
           perform with test before until ws-fim-estorno
              read vbm-estc next with no lock
              if not valid-vbm-estc
                 or estc-chave-caixa not equal nfse-chave-caixa
                 set ws-fim-estorno          to true
              else
                 if estc-dt-recebimento equal nfse-dt-recebimento
                    and estc-hr-recebimento equal
                        nfse-hr-recebimento
                    set ws-estorno-encontrado
                                             to true
                    set ws-fim-estorno       to true
                 end-if
              end-if
           end-perform.
      *
      ******************************************************************
      *    o rps do recebimento e o da mesma chave de caixa com a      *
      *    mesma data e hora de recebimento (um atendimento estornado  *
      *    e recebido de novo tem dois recebimentos)                   *
      ******************************************************************
       localizar-rps-recebimento.
           set ws-rps-encontrado             to false.
           set ws-fim-rps                    to false.
           initialize reg-nfse.
           move ws-busca-chave-caixa         to nfse-chave-caixa.
           start vbm-nfse key is equal to nfse-chave-caixa.
           if not valid-vbm-nfse
              exit paragraph
           end-if.
           perform with test before until ws-fim-rps
              read vbm-nfse next with no lock
              if not valid-vbm-nfse
                 or nfse-chave-caixa not equal ws-busca-chave-caixa
                 set ws-fim-rps              to true
              else
                 if nfse-dt-recebimento equal ws-busca-dt-recebimento
                    and nfse-hr-recebimento equal
                        ws-busca-hr-recebimento
                    set ws-rps-encontrado    to true
                    set ws-fim-rps           to true
                 end-if
              end-if
           end-perform.
      *
       cancelar-rps.
           evaluate true
              when nfse-enviado
              when nfse-emitida
                 move ws-serie-rps           to wsx-serie-rps
                 move nfse-nr-rps            to wsx-nr-rps
                 move nfse-nr-nfse           to wsx-nr-nfse
                 move nfse-cd-verificacao    to wsx-cd-verificacao
                 move ws-dt-processamento    to wsx-dt-cancelamento
                 move estc-motivo            to wsx-motivo
                 move spaces                 to reg-lrps
                 write reg-lrps             from ws-reg-cancelamento
                 add 1                       to ws-total-linhas
                 add 1                       to ws-total-cancelamentos
                 set nfse-cancelamento-pedido
                                             to true
                 move "cancel."              to wsl-tipo
              when nfse-rejeitado
                 set nfse-cancelada          to true
                 add 1                       to ws-total-baixados
                 move "baixado"              to wsl-tipo
              when other
                 exit paragraph
           end-evaluate.
           move ws-dt-processamento          to nfse-dt-cancelamento.
           move estc-motivo
             to nfse-motivo-cancelamento.
           rewrite reg-nfse.
           if not valid-vbm-nfse
              display "erro ao regravar o rps " nfse-nr-rps
                      "! status: " fs-vbm-nfse
              move 8                         to return-code
              exit paragraph
           end-if.
           move estc-motivo                  to wsl-observacao.
           perform imprimir-rps.
      *
      ******************************************************************
      *    rps recusado no retorno volta com o mesmo numero, com o     *
      *    tomador e o parametro fiscal como estao hoje (a recusa      *
      *    costuma ser corrigida no cadastro). a leitura recomeca pela *
      *    chave de situacao a cada rps, porque o reenvio muda a       *
      *    situacao do registro lido                                   *
      ******************************************************************
       reenviar-rps-rejeitados.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              initialize reg-nfse
              set nfse-rejeitado             to true
              start vbm-nfse key is not less than nfse-situacao
              if not valid-vbm-nfse
                 set wss-fim-arquivo         to true
              else
                 read vbm-nfse next with no lock
                 if not valid-vbm-nfse
                    or not nfse-rejeitado
                    set wss-fim-arquivo      to true
                 else
                    perform reenviar-rps
                 end-if
              end-if
           end-perform.
      *
       reenviar-rps.
           move nfse-tp-servico              to psmu-tp-servico.
           read vbm-psmu with no lock.
           if valid-vbm-psmu
              move psmu-cd-item-lista        to nfse-cd-item-lista
              move psmu-cd-servico-municipal
                to nfse-cd-servico-municipal
              move psmu-pc-aliquota-iss      to nfse-pc-aliquota-iss
              compute nfse-vl-iss rounded =
                 nfse-vl-servico * nfse-pc-aliquota-iss / 100
           end-if.
           perform carregar-tomador.
           perform carregar-pacote-rps.
           move ws-dt-hoje                   to nfse-dt-envio.
           move spaces                       to nfse-ds-retorno.
           set nfse-enviado                  to true.
           rewrite reg-nfse.
           if not valid-vbm-nfse
              display "erro ao regravar o rps " nfse-nr-rps
                      "! status: " fs-vbm-nfse
              move 8                         to return-code
              set wss-fim-arquivo            to true
              exit paragraph
           end-if.
           perform gravar-rps-lote.
           add 1                             to ws-total-reenvios.
           move "reenvio"                    to wsl-tipo.
           move spaces                       to wsl-observacao.
           perform imprimir-rps.
      *
      ******************************************************************
      *    recebimentos do dia com valor: o que ja tem rps e pulado;   *
      *    servico sem parametro fiscal fica pendente para o proximo   *
      *    lote depois de cadastrado na tabela de precos               *
      ******************************************************************
       emitir-rps-recebimentos.
           set wss-fim-arquivo               to false.
           initialize reg-caix.
           move ws-dt-processamento          to caix-dt-recebimento.
           start vbm-caix key is not less than caix-dt-recebimento.
           if not valid-vbm-caix
              set wss-fim-arquivo            to true
           end-if.
           perform with test before until wss-fim-arquivo
              read vbm-caix next with no lock
              if not valid-vbm-caix
                 or caix-dt-recebimento not equal ws-dt-processamento
                 set wss-fim-arquivo         to true
              else
                 if caix-vl-recebido > zero
                    and not caix-pacote
                    perform emitir-rps-recebimento
                 end-if
              end-if
           end-perform.
      *
       emitir-rps-recebimento.
           set nfse-atendimento              to true.
           move nfse-tp-origem               to ws-novo-tp-origem.
           move caix-chave-caixa             to ws-novo-chave-caixa.
           move caix-dt-recebimento          to ws-novo-dt-recebimento.
           move caix-hr-recebimento          to ws-novo-hr-recebimento.
           move caix-tp-servico              to ws-novo-tp-servico.
           move caix-vl-recebido             to ws-novo-vl-servico.
           move spaces                       to ws-ds-pacote.
           perform gravar-novo-rps.
      *
      ******************************************************************
      *    vendas de pacote do dia com valor: um rps pelo valor pago,  *
      *    com o parametro fiscal do servico de maior quantidade       *
      *    contratada; o rps fica ligado a venda por zeros +           *
      *    sequencia da venda + tutor + pet e nao e emitido de novo    *
      ******************************************************************
       emitir-rps-pacotes.
           set wss-fim-arquivo               to false.
           initialize reg-pcvd.
           move ws-dt-processamento          to pcvd-dt-venda.
           start vbm-pcvd key is not less than pcvd-dt-venda.
           if not valid-vbm-pcvd
              set wss-fim-arquivo            to true
           end-if.
           perform with test before until wss-fim-arquivo
              read vbm-pcvd next with no lock
              if not valid-vbm-pcvd
                 or pcvd-dt-venda not equal ws-dt-processamento
                 set wss-fim-arquivo         to true
              else
                 if pcvd-vl-recebido > zero
                    perform emitir-rps-pacote
                 end-if
              end-if
           end-perform.
      *
       emitir-rps-pacote.
           set nfse-venda-pacote             to true.
           move nfse-tp-origem               to ws-novo-tp-origem.
           move zero                         to wsv-dt-agenda.
           move pcvd-sq-venda                to wsv-sq-venda.
           move pcvd-cd-tutor                to wsv-cd-tutor.
           move pcvd-cd-pet                  to wsv-cd-pet.
           move ws-chave-venda-rps           to ws-novo-chave-caixa.
           move pcvd-dt-venda                to ws-novo-dt-recebimento.
           move pcvd-hr-venda                to ws-novo-hr-recebimento.
           move zero                         to ws-maior-qtd.
           move 1                            to ws-novo-tp-servico.
           perform varying ws-idx-servico from 1 by 1
                      until ws-idx-servico > 4
              if pcvd-qtd-contratada(ws-idx-servico) > ws-maior-qtd
                 move pcvd-qtd-contratada(ws-idx-servico)
                                             to ws-maior-qtd
                 move ws-idx-servico         to ws-novo-tp-servico
              end-if
           end-perform.
           move pcvd-vl-recebido             to ws-novo-vl-servico.
           move pcvd-ds-pacote               to ws-ds-pacote.
           perform gravar-novo-rps.
      *
      ******************************************************************
      *    rps novo do recebimento ou da venda: o que ja tem rps e     *
      *    pulado; servico sem parametro fiscal fica pendente          *
      ******************************************************************
       gravar-novo-rps.
           move ws-novo-chave-caixa          to ws-busca-chave-caixa.
           move ws-novo-dt-recebimento       to ws-busca-dt-recebimento.
           move ws-novo-hr-recebimento       to ws-busca-hr-recebimento.
           perform localizar-rps-recebimento.
           if ws-rps-encontrado
              add 1                          to ws-total-ja-emitidos
              exit paragraph
           end-if.
           initialize reg-psmu.
           move ws-novo-tp-servico           to psmu-tp-servico.
           read vbm-psmu with no lock.
           if not valid-vbm-psmu
              initialize reg-nfse
              move ws-novo-tp-origem         to nfse-tp-origem
              move ws-novo-chave-caixa       to nfse-chave-caixa
              move ws-novo-tp-servico        to nfse-tp-servico
              move ws-novo-vl-servico        to nfse-vl-servico
              move ws-novo-dt-recebimento    to nfse-dt-recebimento
              move "pendente"                to wsl-tipo
              move "sem parametro fiscal na tabela"
                                             to wsl-observacao
              add 1                          to ws-total-pendentes
              perform imprimir-rps
              exit paragraph
           end-if.
           initialize reg-nfse.
           move ws-nr-proximo-rps            to nfse-nr-rps.
           move ws-novo-tp-origem            to nfse-tp-origem.
           move ws-novo-chave-caixa          to nfse-chave-caixa.
           move ws-novo-dt-recebimento       to nfse-dt-recebimento.
           move ws-novo-hr-recebimento       to nfse-hr-recebimento.
           move ws-novo-tp-servico           to nfse-tp-servico.
           move psmu-cd-item-lista           to nfse-cd-item-lista.
           move psmu-cd-servico-municipal
             to nfse-cd-servico-municipal.
           move psmu-pc-aliquota-iss         to nfse-pc-aliquota-iss.
           move ws-novo-vl-servico           to nfse-vl-servico.
           compute nfse-vl-iss rounded =
              nfse-vl-servico * nfse-pc-aliquota-iss / 100.
           move ws-novo-dt-recebimento       to nfse-dt-emissao.
           move ws-dt-hoje                   to nfse-dt-envio.
           set nfse-enviado                  to true.
           perform carregar-tomador.
           write reg-nfse.
           if not valid-vbm-nfse
              display "erro ao gravar o rps " nfse-nr-rps
                      "! status: " fs-vbm-nfse
              move 8                         to return-code
              exit paragraph
           end-if.
           add 1                             to ws-nr-proximo-rps.
           perform gravar-rps-lote.
           add 1                             to ws-total-rps.
           move "rps"                        to wsl-tipo.
           move spaces                       to wsl-observacao.
           perform imprimir-rps.
      *
      ******************************************************************
      *    tomador: cpf (pessoa fisica) ou cnpj (juridica) do tutor;   *
      *    documento zerado vai como tomador nao identificado          *
      ******************************************************************
       carregar-tomador.
           initialize reg-tuto.
           move nfse-cd-tutor                to tuto-cd-tutor.
           read vbm-tuto with no lock.
           if not valid-vbm-tuto
              initialize reg-tuto
           end-if.
           move tuto-rn-tutor                to nfse-rn-tomador.
           move tuto-tp-pessoa-tutor         to nfse-tp-pessoa-tomador.
      *
      ******************************************************************
      *    descricao do pacote do rps de venda reenviado: a venda e a  *
      *    da sequencia guardada no lugar da hora da agenda            *
      ******************************************************************
       carregar-pacote-rps.
           move spaces                       to ws-ds-pacote.
           if not nfse-venda-pacote
              exit paragraph
           end-if.
           initialize reg-pcvd.
           move nfse-cd-tutor                to pcvd-cd-tutor.
           move nfse-cd-pet                  to pcvd-cd-pet.
           move nfse-hr-agenda               to pcvd-sq-venda.
           read vbm-pcvd with no lock.
           if valid-vbm-pcvd
              move pcvd-ds-pacote            to ws-ds-pacote
           end-if.
      *
       gravar-rps-lote.
           move ws-serie-rps                 to wsr-serie-rps.
           move nfse-nr-rps                  to wsr-nr-rps.
           move nfse-dt-emissao              to wsr-dt-emissao.
           move nfse-vl-servico              to wsr-vl-servicos.
           move zero                         to wsr-vl-deducoes.
           move nfse-cd-item-lista           to wsr-cd-item-lista.
           move nfse-cd-servico-municipal
             to wsr-cd-servico-municipal.
           move nfse-pc-aliquota-iss         to wsr-pc-aliquota-iss.
           move nfse-vl-iss                  to wsr-vl-iss.
           if nfse-rn-tomador equal zero
              move 3                         to wsr-tp-documento-tomador
           else
              if nfse-tp-pessoa-tomador equal 2
                 move 2                      to wsr-tp-documento-tomador
              else
                 move 1                      to wsr-tp-documento-tomador
              end-if
           end-if.
           move nfse-rn-tomador              to wsr-rn-tomador.
           move tuto-nm-tutor                to wsr-nm-tomador.
           move tuto-rua-tutor               to wsr-rua-tomador.
           move tuto-numero-tutor            to wsr-numero-tomador.
           move tuto-bairro-tutor            to wsr-bairro-tomador.
           move tuto-cidade-tutor            to wsr-cidade-tomador.
           move tuto-uf-tutor                to wsr-uf-tomador.
           move tuto-cep-tutor               to wsr-cep-tomador.
           perform montar-discriminacao.
           move spaces                       to reg-lrps.
           write reg-lrps                   from ws-reg-rps.
           add 1                             to ws-total-linhas.
           add nfse-vl-servico               to ws-vl-total-servicos.
           add nfse-vl-iss                   to ws-vl-total-iss.
      *
       montar-discriminacao.
           perform carregar-descricao-servico.
           initialize reg-pet.
           move nfse-cd-tutor                to pet-cd-tutor.
           move nfse-cd-pet                  to pet-cd-pet.
           read vbm-pet with no lock.
           if not valid-vbm-pet
              move spaces                    to pet-nm-pet
           end-if.
           move spaces                       to wsr-discriminacao.
           if nfse-venda-pacote
              move nfse-dt-recebimento       to ws-dt-edicao
              perform editar-data
              string
                 "pacote "                   delimited by size
                 ws-ds-pacote                delimited by "  "
                 " - pet "                   delimited by size
                 pet-nm-pet                  delimited by "  "
                 " - venda de "              delimited by size
                 ws-dt-editada               delimited by size
                 into wsr-discriminacao
              end-string
              exit paragraph
           end-if.
           move nfse-dt-agenda               to ws-dt-edicao.
           perform editar-data.
           string
              ws-ds-servico                  delimited by "  "
              " - pet "                      delimited by size
              pet-nm-pet                     delimited by "  "
              " - atendimento de "           delimited by size
              ws-dt-editada                  delimited by size
              into wsr-discriminacao
           end-string.
      *
       carregar-descricao-servico.
           evaluate nfse-tp-servico
              when 1
                 move "consulta veterinaria" to ws-ds-servico
              when 2
                 move "banho"                to ws-ds-servico
              when 3
                 move "tosa"                 to ws-ds-servico
              when 4
                 move "vacinacao"            to ws-ds-servico
              when other
                 move "servico"              to ws-ds-servico
           end-evaluate.
      *
       gravar-trailer-lote.
           add 1                             to ws-total-linhas.
           move ws-total-linhas              to wsz-qtd-linhas.
           move ws-vl-total-servicos         to wsz-vl-total-servicos.
           move zero                         to wsz-vl-total-deducoes.
           compute wsz-qtd-rps = ws-total-rps + ws-total-reenvios.
           move ws-total-cancelamentos       to wsz-qtd-cancelamentos.
           move spaces                       to reg-lrps.
           write reg-lrps                   from ws-reg-trailer.
      *
       imprimir-rps.
           move nfse-nr-rps                  to wsl-nr-rps.
           move nfse-dt-recebimento          to ws-dt-edicao.
           perform editar-data.
           move ws-dt-editada                to wsl-dt-recebimento.
           move nfse-cd-tutor                to wsl-cd-tutor.
           move nfse-cd-pet                  to wsl-cd-pet.
           perform carregar-descricao-servico.
           move ws-ds-servico                to wsl-ds-servico.
           if nfse-venda-pacote
              move "pacote"                  to wsl-ds-servico
           end-if.
           move nfse-vl-servico              to wsl-vl-servico.
           move nfse-pc-aliquota-iss         to wsl-pc-aliquota.
           move nfse-vl-iss                  to wsl-vl-iss.
           move nfse-rn-tomador              to wsl-rn-tomador.
           write reg-rrps                   from ws-linha-detalhe.
      *
       editar-data.
           move spaces                       to ws-dt-editada.
           string
              ws-dt-edicao(7:2)              delimited by size
              "/"
              ws-dt-edicao(5:2)              delimited by size
              "/"
              ws-dt-edicao(1:4)              delimited by size
              into ws-dt-editada
           end-string.
      *
       imprimir-total.
           write reg-rrps                    from ws-linha-branco.
           move "rps novos no lote..................: "
                                             to ws-linha-total.
           move ws-total-rps                 to wsl-total.
           write reg-rrps                    from ws-linha-total.
           move "rps recusados reenviados...........: "
                                             to ws-linha-total.
           move ws-total-reenvios            to wsl-total.
           write reg-rrps                    from ws-linha-total.
           move "pedidos de cancelamento............: "
                                             to ws-linha-total.
           move ws-total-cancelamentos       to wsl-total.
           write reg-rrps                    from ws-linha-total.
           move "rps recusados baixados por estorno.: "
                                             to ws-linha-total.
           move ws-total-baixados            to wsl-total.
           write reg-rrps                    from ws-linha-total.
           move "recebimentos ja com rps............: "
                                             to ws-linha-total.
           move ws-total-ja-emitidos         to wsl-total.
           write reg-rrps                    from ws-linha-total.
           move "pendentes sem parametro fiscal.....: "
                                             to ws-linha-total.
           move ws-total-pendentes           to wsl-total.
           write reg-rrps                    from ws-linha-total.
           move "linhas no arquivo do lote..........: "
                                             to ws-linha-total.
           move ws-total-linhas              to wsl-total.
           write reg-rrps                    from ws-linha-total.
           move "valor total dos servicos...........: "
                                             to ws-linha-total-valor.
           move ws-vl-total-servicos         to wsl-total-valor.
           write reg-rrps                    from ws-linha-total-valor.
           move "valor total do iss.................: "
                                             to ws-linha-total-valor.
           move ws-vl-total-iss              to wsl-total-valor.
           write reg-rrps                    from ws-linha-total-valor.
