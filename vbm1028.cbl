       identification                       division.
       program-id.                          vbm-1028.
       author.                              stanicki.
       date-written.                        set-2026.
      ******************************************************************
      *      conciliacao dos recebimentos em cartao e pix              *
      *      importa a liquidacao diaria da adquirente (vbm-liqc) e    *
      *      o extrato de pix do banco (vbm-expx) para vbm-conc e      *
      *      casa cada liquidacao pendente com um recebimento do       *
      *      caixa da mesma data pelo valor e pela hora mais proxima   *
      *      (atendimento em vbm-caix ou venda de pacote em            *
      *      vbm-pcvd); primeiro na mesma forma de pagamento e, nao    *
      *      achando, em outra forma, apontada como divergente         *
      *                                                                *
      *      o casamento confirmado fica marcado nos dois lados        *
      *      (situacao em vbm-conc e marca do recebimento em           *
      *      vbm-ccai) e nao e refeito nas execucoes seguintes; o      *
      *      estorno do recebimento no caixa (vbm-1015) desfaz as      *
      *      duas marcas e a liquidacao volta a pendente;              *
      *      liquidacao ja importada e reconhecida pela chave          *
      *      duplicada e nao entra duas vezes                          *
      *                                                                *
      *      relatorio vbm-rcon: conciliados na execucao, caixa sem    *
      *      liquidacao, liquidacao sem caixa e a taxa da adquirente   *
      *                                                                *
      *      variaveis de ambiente: VBM-1028-DIAS janela de datas      *
      *      revista (padrao 7) e VBM-1028-MINUTOS tolerancia da       *
      *      hora (padrao 30)                                          *
      ******************************************************************
       environment                          division.
       special-names.
           decimal-point is comma.
       input-output                         section.
       file-control.
           copy "vbm-liqc.sl".
           copy "vbm-expx.sl".
           copy "vbm-conc.sl".
           copy "vbm-ccai.sl".
           copy "vbm-caix.sl".
           copy "vbm-pcvd.sl".
           copy "vbm-rcon.sl".
       data                                 division.
       file                                 section.
           copy "vbm-liqc.fd".
           copy "vbm-expx.fd".
           copy "vbm-conc.fd".
           copy "vbm-ccai.fd".
           copy "vbm-caix.fd".
           copy "vbm-pcvd.fd".
           copy "vbm-rcon.fd".
      ******************************************************************
      *                        working storage                         *
      ******************************************************************
       working-storage                      section.
       77 fs-vbm-liqc pic xx.
          88 valid-vbm-liqc value "00" thru "09".
          88 inexistente-vbm-liqc value "35".
       77 fs-vbm-expx pic xx.
          88 valid-vbm-expx value "00" thru "09".
          88 inexistente-vbm-expx value "35".
       77 fs-vbm-conc pic xx.
          88 valid-vbm-conc value "00" thru "09".
          88 duplicado-vbm-conc value "22".
          88 inexistente-vbm-conc value "35".
       77 fs-vbm-ccai pic xx.
          88 valid-vbm-ccai value "00" thru "09".
          88 inexistente-vbm-ccai value "35".
       77 fs-vbm-caix pic xx.
          88 valid-vbm-caix value "00" thru "09".
       77 fs-vbm-pcvd pic xx.
          88 valid-vbm-pcvd value "00" thru "09".
          88 inexistente-vbm-pcvd value "35".
       77 fs-vbm-rcon pic xx.
          88 valid-vbm-rcon value "00" thru "09".
      *
       01 wss-controle-batch                pic 9(01).
          88 wss-fim-arquivo                value 1 false 0.
       01 ws-fl-fim-recebimentos            pic 9(01).
          88 ws-fim-recebimentos            value 1 false 0.
       01 ws-fl-achou                       pic 9(01).
          88 ws-achou-recebimento           value 1 false 0.
       01 ws-fl-passo                       pic 9(01).
          88 ws-passo-mesma-forma           value 1.
          88 ws-passo-outra-forma           value 2.
      *
       01 ws-param-x                        pic x(03).
       01 ws-param-valor                    pic 9(03).
       01 ws-param-pos                      pic 9(02) comp.
       01 ws-param-digito                   pic 9(01).
       01 ws-dias-janela                    pic 9(03).
       01 ws-minutos-tolerancia             pic 9(03).
       01 ws-seg-tolerancia                 pic 9(06).
       01 ws-dt-hoje                        pic 9(08).
       01 ws-hora-raw                       pic 9(08).
       01 ws-dt-inicio                      pic 9(08).
       01 ws-dt-inicio-r redefines ws-dt-inicio.
          03 ws-ini-ano                     pic 9(04).
          03 ws-ini-mes                     pic 9(02).
          03 ws-ini-dia                     pic 9(02).
       01 ws-ini-dd                         pic s9(04) comp.
       01 ws-ini-resto                      pic 9(04) comp.
       01 ws-dias-inicio                    pic 9(02) comp.
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
      *    datas da janela que ja tem liquidacao de cartao ou de pix;
      *    so nelas o recebimento sem liquidacao e apontado
       01 ws-qtd-datas                      pic 9(02) comp.
       01 ws-idx-data                       pic 9(02) comp.
       01 tb-datas-cobertas.
          03 ws-data-coberta                occurs 40 times.
             05 ws-cob-data                 pic 9(08).
             05 ws-cob-cartao               pic 9(01).
             05 ws-cob-pix                  pic 9(01).
      *
       01 ws-hr-calculo                     pic 9(06).
       01 ws-hr-calculo-r redefines ws-hr-calculo.
          03 ws-hr-calc-hh                  pic 9(02).
          03 ws-hr-calc-mm                  pic 9(02).
          03 ws-hr-calc-ss                  pic 9(02).
       01 ws-seg-liquidacao                 pic 9(06).
       01 ws-seg-recebimento                pic 9(06).
       01 ws-diferenca                      pic 9(06).
       01 ws-menor-diferenca                pic 9(06).
       01 ws-forma-esperada                 pic 9(01).
       01 ws-forma-candidata                pic 9(01).
       01 ws-ds-forma                       pic x(08).
       01 ws-cand-tp                        pic x(01).
       01 ws-cand-chave                     pic x(22).
      *
       01 ws-ref-tp                         pic x(01).
       01 ws-ref-chave                      pic x(22).
       01 ws-ref-chave-caixa redefines ws-ref-chave.
          03 ws-ref-cx-dt-agenda            pic 9(08).
          03 ws-ref-cx-hr-agenda            pic 9(04).
          03 ws-ref-cx-cd-tutor             pic 9(07).
          03 ws-ref-cx-cd-pet               pic 9(03).
       01 ws-ref-chave-pacote redefines ws-ref-chave.
          03 ws-ref-pc-cd-tutor             pic 9(07).
          03 ws-ref-pc-cd-pet               pic 9(03).
          03 ws-ref-pc-sq-venda             pic 9(03).
          03 filler                         pic x(09).
       01 ws-ref-forma                      pic 9(01).
       01 ws-ref-hr-recebimento             pic 9(06).
      *
       01 ws-total-import-cartao            pic 9(05) comp.
       01 ws-total-import-pix               pic 9(05) comp.
       01 ws-total-ja-importados            pic 9(05) comp.
       01 ws-total-rejeitados               pic 9(05) comp.
       01 ws-total-conciliados              pic 9(05) comp.
       01 ws-total-divergentes              pic 9(05) comp.
       01 ws-total-sem-liquidacao           pic 9(05) comp.
       01 ws-total-sem-caixa                pic 9(05) comp.
       01 ws-valor-sem-liquidacao           pic 9(09)v99.
       01 ws-valor-sem-caixa                pic 9(09)v99.
       01 ws-cartao-bruto                   pic 9(09)v99.
       01 ws-cartao-taxa                    pic 9(09)v99.
       01 ws-cartao-liquido                 pic 9(09)v99.
      *
       01 ws-linha-titulo                   pic x(132).
       01 ws-linha-branco                   pic x(132) value spaces.
       01 ws-linha-aviso                    pic x(132).
       01 ws-linha-periodo.
          03 filler                         pic x(11)
             value "periodo de ".
          03 wsr-dt-inicio                  pic x(10).
          03 filler                         pic x(03) value " a ".
          03 wsr-dt-fim                     pic x(10).
          03 filler                         pic x(17)
             value " - tolerancia de ".
          03 wsr-minutos                    pic zz9.
          03 filler                         pic x(08) value " minutos".
       01 ws-linha-cab-conciliado.
          03 filler                         pic x(11) value "data ".
          03 filler                         pic x(09) value "hr caixa".
          03 filler                         pic x(09) value "hr liq.".
          03 filler                         pic x(07) value "origem".
          03 filler                         pic x(33)
             value "transacao (nsu / id do pix)".
          03 filler                         pic x(08) value "  tutor".
          03 filler                         pic x(04) value "pet".
          03 filler                         pic x(09) value "forma".
          03 filler                         pic x(11)
             value "     bruto".
          03 filler                         pic x(09) value "    taxa".
          03 filler                         pic x(20)
             value "observacao".
       01 ws-linha-conciliado.
          03 wsl-con-dt                     pic x(10).
          03 filler                         pic x(01) value space.
          03 wsl-con-hr-caixa               pic x(08).
          03 filler                         pic x(01) value space.
          03 wsl-con-hr-liq                 pic x(08).
          03 filler                         pic x(01) value space.
          03 wsl-con-origem                 pic x(06).
          03 filler                         pic x(01) value space.
          03 wsl-con-transacao              pic x(32).
          03 filler                         pic x(01) value space.
          03 wsl-con-cd-tutor               pic z(06)9.
          03 filler                         pic x(01) value space.
          03 wsl-con-cd-pet                 pic zz9.
          03 filler                         pic x(01) value space.
          03 wsl-con-forma                  pic x(08).
          03 filler                         pic x(01) value space.
          03 wsl-con-vl-bruto               pic z(06)9,99.
          03 filler                         pic x(01) value space.
          03 wsl-con-vl-taxa                pic z(04)9,99.
          03 filler                         pic x(01) value space.
          03 wsl-con-obs                    pic x(20).
       01 ws-linha-cab-sem-liquidacao.
          03 filler                         pic x(11) value "data ".
          03 filler                         pic x(09) value "hr caixa".
          03 filler                         pic x(08) value "  tutor".
          03 filler                         pic x(04) value "pet".
          03 filler                         pic x(09) value "forma".
          03 filler                         pic x(11)
             value "     valor".
          03 filler                         pic x(20)
             value "recebimento".
       01 ws-linha-sem-liquidacao.
          03 wsl-sl-dt                      pic x(10).
          03 filler                         pic x(01) value space.
          03 wsl-sl-hr                      pic x(08).
          03 filler                         pic x(01) value space.
          03 wsl-sl-cd-tutor                pic z(06)9.
          03 filler                         pic x(01) value space.
          03 wsl-sl-cd-pet                  pic zz9.
          03 filler                         pic x(01) value space.
          03 wsl-sl-forma                   pic x(08).
          03 filler                         pic x(01) value space.
          03 wsl-sl-valor                   pic z(06)9,99.
          03 filler                         pic x(01) value space.
          03 wsl-sl-referencia              pic x(20).
       01 ws-linha-cab-sem-caixa.
          03 filler                         pic x(11) value "data ".
          03 filler                         pic x(09) value "hora".
          03 filler                         pic x(07) value "origem".
          03 filler                         pic x(33)
             value "transacao (nsu / id do pix)".
          03 filler                         pic x(31)
             value "bandeira / pagador".
          03 filler                         pic x(11)
             value "     bruto".
          03 filler                         pic x(09) value "    taxa".
       01 ws-linha-sem-caixa.
          03 wsl-sc-dt                      pic x(10).
          03 filler                         pic x(01) value space.
          03 wsl-sc-hr                      pic x(08).
          03 filler                         pic x(01) value space.
          03 wsl-sc-origem                  pic x(06).
          03 filler                         pic x(01) value space.
          03 wsl-sc-transacao               pic x(32).
          03 filler                         pic x(01) value space.
          03 wsl-sc-complemento             pic x(30).
          03 filler                         pic x(01) value space.
          03 wsl-sc-vl-bruto                pic z(06)9,99.
          03 filler                         pic x(01) value space.
          03 wsl-sc-vl-taxa                 pic z(04)9,99.
       01 ws-linha-total.
          03 filler                         pic x(37).
          03 wsl-total                      pic z(06)9.
       01 ws-linha-total-valor.
          03 filler                         pic x(37).
          03 wsl-total-valor                pic z(08)9,99.
      *
       01 ws-dt-edicao                      pic 9(08).
       01 ws-dt-editada                     pic x(10).
       01 ws-hr-edicao                      pic 9(06).
       01 ws-hr-editada                     pic x(08).
      ******************************************************************
      *                       procedure division                       *
      ******************************************************************
       procedure                            division.
           perform carregar-parametros.
           perform abrir-arquivos.
           perform imprimir-cabecalho.
           perform importar-liquidacao-cartao.
           perform importar-extrato-pix.
           perform imprimir-cabecalho-conciliados.
           perform conciliar-liquidacoes.
           perform imprimir-cabecalho-sem-liquidacao.
           perform listar-caixa-sem-liquidacao.
           perform imprimir-cabecalho-sem-caixa.
           perform listar-liquidacao-sem-caixa.
           perform imprimir-total.
           perform fechar-arquivos.
           goback.
      *
      ******************************************************************
      *    os arquivos de liquidacao e de extrato sao abertos na       *
      *    importacao: a falta de um deles no dia nao e erro, o        *
      *    relatorio apenas registra que nao foi recebido              *
      ******************************************************************
       abrir-arquivos.
           open i-o vbm-conc.
           if inexistente-vbm-conc
              open output vbm-conc
              close vbm-conc
              open i-o vbm-conc
           end-if.
           if not valid-vbm-conc
              display "erro ao abrir o arquivo vbm-conc! status: "
                      fs-vbm-conc
              move 8                         to return-code
              goback
           end-if.
           open i-o vbm-ccai.
           if inexistente-vbm-ccai
              open output vbm-ccai
              close vbm-ccai
              open i-o vbm-ccai
           end-if.
           if not valid-vbm-ccai
              display "erro ao abrir o arquivo vbm-ccai! status: "
                      fs-vbm-ccai
              move 8                         to return-code
              goback
           end-if.
           open input vbm-caix.
           if not valid-vbm-caix
              display "erro ao abrir o arquivo vbm-caix! status: "
                      fs-vbm-caix
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
           open output vbm-rcon.
           if not valid-vbm-rcon
              display "erro ao abrir o arquivo vbm-rcon! status: "
                      fs-vbm-rcon
              move 8                         to return-code
              goback
           end-if.
      *
       fechar-arquivos.
           close vbm-conc.
           close vbm-ccai.
           close vbm-caix.
           close vbm-pcvd.
           close vbm-rcon.
      *
      ******************************************************************
      *    janela e tolerancia: VBM-1028-DIAS e VBM-1028-MINUTOS       *
      *    quando informadas, senao 7 dias e 30 minutos                *
      ******************************************************************
       carregar-parametros.
           move spaces                       to ws-param-x.
           accept ws-param-x                from environment
                                            "VBM-1028-DIAS".
           perform converter-parametro.
           move ws-param-valor               to ws-dias-janela.
           if ws-dias-janela equal zero
              move 7                         to ws-dias-janela
           end-if.
           if ws-dias-janela > 30
              move 30                        to ws-dias-janela
           end-if.
           move spaces                       to ws-param-x.
           accept ws-param-x                from environment
                                            "VBM-1028-MINUTOS".
           perform converter-parametro.
           move ws-param-valor               to ws-minutos-tolerancia.
           if ws-minutos-tolerancia equal zero
              move 30                        to ws-minutos-tolerancia
           end-if.
           compute ws-seg-tolerancia = ws-minutos-tolerancia * 60.
           accept ws-dt-hoje                from date yyyymmdd.
           perform calcular-data-inicio.
      *
       converter-parametro.
           move zero                         to ws-param-valor.
           perform varying ws-param-pos from 1 by 1
                      until ws-param-pos > 3
              if ws-param-x(ws-param-pos:1) is numeric
                 move ws-param-x(ws-param-pos:1)
                   to ws-param-digito
                 compute ws-param-valor = ws-param-valor * 10 +
                    ws-param-digito
              end-if
           end-perform.
      *
      ******************************************************************
      *    inicio da janela: hoje menos os dias da janela, voltando    *
      *    mes a mes pela tabela de dias                               *
      ******************************************************************
       calcular-data-inicio.
           move ws-dt-hoje                   to ws-dt-inicio.
           compute ws-ini-dd = ws-ini-dia - ws-dias-janela.
           perform with test before until ws-ini-dd > zero
              subtract 1                     from ws-ini-mes
              if ws-ini-mes equal zero
                 move 12                     to ws-ini-mes
                 subtract 1                  from ws-ini-ano
              end-if
              perform carregar-dias-mes-inicio
              add ws-dias-inicio             to ws-ini-dd
           end-perform.
           move ws-ini-dd                    to ws-ini-dia.
      *
       carregar-dias-mes-inicio.
           move ws-dias-mes(ws-ini-mes)      to ws-dias-inicio.
           if ws-ini-mes equal 2
              divide ws-ini-ano by 4 giving ws-ini-resto
                                     remainder ws-ini-resto
              if ws-ini-resto equal zero
                 move 29                     to ws-dias-inicio
              end-if
              divide ws-ini-ano by 100 giving ws-ini-resto
                                       remainder ws-ini-resto
              if ws-ini-resto equal zero
                 move 28                     to ws-dias-inicio
              end-if
              divide ws-ini-ano by 400 giving ws-ini-resto
                                       remainder ws-ini-resto
              if ws-ini-resto equal zero
                 move 29                     to ws-dias-inicio
              end-if
           end-if.
      *
       imprimir-cabecalho.
           move "conciliacao de cartao e pix - vbm-1028"
                                             to ws-linha-titulo.
           write reg-rcon                   from ws-linha-titulo.
           move ws-dt-inicio                 to ws-dt-edicao.
           perform editar-data.
           move ws-dt-editada                to wsr-dt-inicio.
           move ws-dt-hoje                   to ws-dt-edicao.
           perform editar-data.
           move ws-dt-editada                to wsr-dt-fim.
           move ws-minutos-tolerancia        to wsr-minutos.
           write reg-rcon                   from ws-linha-periodo.
           write reg-rcon                   from ws-linha-branco.
      *
      ******************************************************************
      *    liquidacao da adquirente: cada venda vira uma liquidacao    *
      *    pendente; nsu ja importado fica como esta                   *
      ******************************************************************
       importar-liquidacao-cartao.
           move zero                         to ws-total-import-cartao.
           move zero                         to ws-total-ja-importados.
           move zero                         to ws-total-rejeitados.
           open input vbm-liqc.
           if inexistente-vbm-liqc
              move "arquivo da adquirente (VBM-LIQC) nao recebido"
                                             to ws-linha-aviso
              write reg-rcon                from ws-linha-aviso
              exit paragraph
           end-if.
           if not valid-vbm-liqc
              display "erro ao abrir o arquivo vbm-liqc! status: "
                      fs-vbm-liqc
              move 8                         to return-code
              goback
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-liqc next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if liqc-dt-venda is not numeric
                    or liqc-hr-venda is not numeric
                    or liqc-vl-bruto is not numeric
                    or liqc-vl-taxa is not numeric
                    or liqc-vl-liquido is not numeric
                    or liqc-nr-nsu equal spaces
                    add 1                    to ws-total-rejeitados
                 else
                    perform gravar-liquidacao-cartao
                 end-if
              end-if
           end-perform.
           close vbm-liqc.
      *
       gravar-liquidacao-cartao.
           initialize reg-conc.
           set conc-cartao                   to true.
           move liqc-nr-nsu                  to conc-nr-transacao.
           move liqc-dt-venda                to conc-dt-movimento.
           move liqc-hr-venda                to conc-hr-movimento.
           move liqc-bandeira                to conc-ds-complemento.
           move liqc-vl-bruto                to conc-vl-bruto.
           move liqc-vl-taxa                 to conc-vl-taxa.
           move liqc-vl-liquido              to conc-vl-liquido.
           perform gravar-liquidacao.
           if valid-vbm-conc
              add 1                          to ws-total-import-cartao
           end-if.
      *
       gravar-liquidacao.
           move ws-dt-hoje                   to conc-dt-importacao.
           set conc-pendente                 to true.
           move spaces                       to conc-referencia.
           move zero                         to conc-tp-pagamento-caixa.
           move zero                         to conc-dt-conciliacao.
           write reg-conc.
           if duplicado-vbm-conc
              add 1                          to ws-total-ja-importados
           else
              if not valid-vbm-conc
                 add 1                       to ws-total-rejeitados
              end-if
           end-if.
      *
      ******************************************************************
      *    extrato de pix: so os lancamentos de credito; o pix tem o   *
      *    valor integral, sem taxa                                    *
      ******************************************************************
       importar-extrato-pix.
           move zero                         to ws-total-import-pix.
           open input vbm-expx.
           if inexistente-vbm-expx
              move "extrato de pix do banco (VBM-EXPX) nao recebido"
                                             to ws-linha-aviso
              write reg-rcon                from ws-linha-aviso
              exit paragraph
           end-if.
           if not valid-vbm-expx
              display "erro ao abrir o arquivo vbm-expx! status: "
                      fs-vbm-expx
              move 8                         to return-code
              goback
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-expx next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 and expx-credito
                 if expx-dt-lancamento is not numeric
                    or expx-hr-lancamento is not numeric
                    or expx-vl-lancamento is not numeric
                    or expx-id-transacao equal spaces
                    add 1                    to ws-total-rejeitados
                 else
                    perform gravar-credito-pix
                 end-if
              end-if
           end-perform.
           close vbm-expx.
      *
       gravar-credito-pix.
           initialize reg-conc.
           set conc-pix                      to true.
           move expx-id-transacao            to conc-nr-transacao.
           move expx-dt-lancamento           to conc-dt-movimento.
           move expx-hr-lancamento           to conc-hr-movimento.
           move expx-nm-pagador              to conc-ds-complemento.
           move expx-vl-lancamento           to conc-vl-bruto.
           move zero                         to conc-vl-taxa.
           move expx-vl-lancamento           to conc-vl-liquido.
           perform gravar-liquidacao.
           if valid-vbm-conc
              add 1                          to ws-total-import-pix
           end-if.
      *
       imprimir-cabecalho-conciliados.
           write reg-rcon                   from ws-linha-branco.
           move "recebimentos conciliados nesta execucao"
                                             to ws-linha-titulo.
           write reg-rcon                   from ws-linha-titulo.
           write reg-rcon                   from ws-linha-branco.
           write reg-rcon
              from ws-linha-cab-conciliado.
      *
      ******************************************************************
      *    percorre as liquidacoes da janela pela data do movimento;   *
      *    cada pendente procura o recebimento do caixa que a          *
      *    confirma. a mesma leitura anota as datas cobertas por       *
      *    cartao e por pix e soma a taxa da adquirente                *
      ******************************************************************
       conciliar-liquidacoes.
           move zero                         to ws-total-conciliados.
           move zero                         to ws-total-divergentes.
           move zero                         to ws-cartao-bruto.
           move zero                         to ws-cartao-taxa.
           move zero                         to ws-cartao-liquido.
           move zero                         to ws-qtd-datas.
           set wss-fim-arquivo               to false.
           initialize reg-conc.
           move ws-dt-inicio                 to conc-dt-movimento.
           start vbm-conc key is not less than conc-dt-movimento.
           if not valid-vbm-conc
              set wss-fim-arquivo            to true
           end-if.
           perform with test before until wss-fim-arquivo
              read vbm-conc next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 perform anotar-data-coberta
                 if conc-cartao
                    add conc-vl-bruto        to ws-cartao-bruto
                    add conc-vl-taxa         to ws-cartao-taxa
                    add conc-vl-liquido      to ws-cartao-liquido
                 end-if
                 if conc-pendente
                    perform procurar-recebimento
                    if ws-achou-recebimento
                       perform confirmar-conciliacao
                    end-if
                 end-if
              end-if
           end-perform.
      *
       anotar-data-coberta.
           perform varying ws-idx-data from 1 by 1
                      until ws-idx-data > ws-qtd-datas
                         or ws-cob-data(ws-idx-data) equal
                            conc-dt-movimento
              continue
           end-perform.
           if ws-idx-data > ws-qtd-datas
              if ws-qtd-datas < 40
                 add 1                       to ws-qtd-datas
                 move ws-qtd-datas           to ws-idx-data
                 move conc-dt-movimento      to ws-cob-data(ws-idx-data)
                 move zero
                   to ws-cob-cartao(ws-idx-data)
                 move zero                   to ws-cob-pix(ws-idx-data)
              else
                 exit paragraph
              end-if
           end-if.
           if conc-cartao
              move 1
                to ws-cob-cartao(ws-idx-data)
           else
              move 1                         to ws-cob-pix(ws-idx-data)
           end-if.
      *
      ******************************************************************
      *    mesmo valor, mesma data e a hora mais proxima dentro da     *
      *    tolerancia, entre os recebimentos ainda nao conciliados;    *
      *    primeiro na forma de pagamento da liquidacao, depois nas    *
      *    demais (cartao lancado como dinheiro, pix como cartao)      *
      ******************************************************************
       procurar-recebimento.
           set ws-achou-recebimento          to false.
           move 999999                       to ws-menor-diferenca.
           if conc-cartao
              move 2                         to ws-forma-esperada
           else
              move 3                         to ws-forma-esperada
           end-if.
           move conc-hr-movimento            to ws-hr-calculo.
           perform converter-hora-segundos.
           move ws-diferenca                 to ws-seg-liquidacao.
           set ws-passo-mesma-forma          to true.
           perform procurar-atendimento.
           perform procurar-venda-pacote.
           if not ws-achou-recebimento
              set ws-passo-outra-forma       to true
              perform procurar-atendimento
              perform procurar-venda-pacote
           end-if.
      *
       procurar-atendimento.
           set ws-fim-recebimentos           to false.
           initialize reg-caix.
           move conc-dt-movimento            to caix-dt-recebimento.
           start vbm-caix key is not less than caix-dt-recebimento.
           if not valid-vbm-caix
              set ws-fim-recebimentos        to true
           end-if.
           perform with test before until ws-fim-recebimentos
              read vbm-caix next with no lock
              if not valid-vbm-caix
                 or caix-dt-recebimento not equal conc-dt-movimento
                 set ws-fim-recebimentos     to true
              else
                 if caix-vl-recebido equal conc-vl-bruto
                    move caix-tp-pagamento   to ws-forma-candidata
                    move caix-hr-recebimento to ws-hr-calculo
                    perform avaliar-candidato
                    if ws-diferenca < ws-menor-diferenca
                       and ws-diferenca not greater ws-seg-tolerancia
                       move "A"               to ws-cand-tp
                       move caix-chave-caixa to ws-cand-chave
                       move ws-cand-tp       to ccai-tp-referencia
                       move ws-cand-chave    to ccai-chave-referencia
                       read vbm-ccai with no lock
                       if not valid-vbm-ccai
                          perform guardar-candidato
                       end-if
                    end-if
                 end-if
              end-if
           end-perform.
      *
       procurar-venda-pacote.
           set ws-fim-recebimentos           to false.
           initialize reg-pcvd.
           move conc-dt-movimento            to pcvd-dt-venda.
           start vbm-pcvd key is not less than pcvd-dt-venda.
           if not valid-vbm-pcvd
              set ws-fim-recebimentos        to true
           end-if.
           perform with test before until ws-fim-recebimentos
              read vbm-pcvd next with no lock
              if not valid-vbm-pcvd
                 or pcvd-dt-venda not equal conc-dt-movimento
                 set ws-fim-recebimentos     to true
              else
                 if pcvd-vl-recebido equal conc-vl-bruto
                    move pcvd-tp-pagamento   to ws-forma-candidata
                    move pcvd-hr-venda       to ws-hr-calculo
                    perform avaliar-candidato
                    if ws-diferenca < ws-menor-diferenca
                       and ws-diferenca not greater ws-seg-tolerancia
                       move "V"               to ws-cand-tp
                       move pcvd-chave-venda to ws-cand-chave
                       move ws-cand-tp       to ccai-tp-referencia
                       move ws-cand-chave    to ccai-chave-referencia
                       read vbm-ccai with no lock
                       if not valid-vbm-ccai
                          perform guardar-candidato
                       end-if
                    end-if
                 end-if
              end-if
           end-perform.
      *
      ******************************************************************
      *    diferenca em segundos entre a hora do recebimento e a da    *
      *    liquidacao; forma fora do passo atual fica com a maior      *
      *    diferenca possivel e nunca e escolhida                      *
      ******************************************************************
       avaliar-candidato.
           if ws-passo-mesma-forma
              and ws-forma-candidata not equal ws-forma-esperada
              move 999999                    to ws-diferenca
              exit paragraph
           end-if.
           if ws-passo-outra-forma
              and (ws-forma-candidata equal ws-forma-esperada
                   or ws-forma-candidata < 1
                   or ws-forma-candidata > 3)
              move 999999                    to ws-diferenca
              exit paragraph
           end-if.
           perform converter-hora-segundos.
           move ws-diferenca                 to ws-seg-recebimento.
           if ws-seg-recebimento > ws-seg-liquidacao
              compute ws-diferenca =
                 ws-seg-recebimento - ws-seg-liquidacao
           else
              compute ws-diferenca =
                 ws-seg-liquidacao - ws-seg-recebimento
           end-if.
      *
       converter-hora-segundos.
           compute ws-diferenca = ws-hr-calc-hh * 3600 +
              ws-hr-calc-mm * 60 + ws-hr-calc-ss.
      *
       guardar-candidato.
           set ws-achou-recebimento          to true.
           move ws-diferenca                 to ws-menor-diferenca.
           move ws-cand-tp                   to ws-ref-tp.
           move ws-cand-chave                to ws-ref-chave.
           move ws-forma-candidata           to ws-ref-forma.
           move ws-hr-calculo                to ws-ref-hr-recebimento.
      *
      ******************************************************************
      *    marca o recebimento em vbm-ccai e a liquidacao como         *
      *    conciliada, para que a proxima execucao nao os case de novo *
      ******************************************************************
       confirmar-conciliacao.
           initialize reg-ccai.
           move ws-ref-tp                    to ccai-tp-referencia.
           move ws-ref-chave                 to ccai-chave-referencia.
           move conc-tp-origem               to ccai-tp-origem.
           move conc-nr-transacao            to ccai-nr-transacao.
           move ws-dt-hoje                   to ccai-dt-conciliacao.
           accept ws-hora-raw                from time.
           move ws-hora-raw(1:6)             to ccai-hr-conciliacao.
           write reg-ccai.
           if not valid-vbm-ccai
              exit paragraph
           end-if.
           set conc-conciliado               to true.
           move ws-ref-tp                    to conc-tp-referencia.
           move ws-ref-chave                 to conc-chave-referencia.
           move ws-ref-forma                 to conc-tp-pagamento-caixa.
           move ws-dt-hoje                   to conc-dt-conciliacao.
           rewrite reg-conc.
           add 1                             to ws-total-conciliados.
           perform imprimir-conciliado.
      *
       imprimir-conciliado.
           move conc-dt-movimento            to ws-dt-edicao.
           perform editar-data.
           move ws-dt-editada                to wsl-con-dt.
           move ws-ref-hr-recebimento        to ws-hr-edicao.
           perform editar-hora.
           move ws-hr-editada                to wsl-con-hr-caixa.
           move conc-hr-movimento            to ws-hr-edicao.
           perform editar-hora.
           move ws-hr-editada                to wsl-con-hr-liq.
           if conc-cartao
              move "cartao"                  to wsl-con-origem
           else
              move "pix"                     to wsl-con-origem
           end-if.
           move conc-nr-transacao            to wsl-con-transacao.
           if ws-ref-tp equal "A"
              move ws-ref-cx-cd-tutor        to wsl-con-cd-tutor
              move ws-ref-cx-cd-pet          to wsl-con-cd-pet
           else
              move ws-ref-pc-cd-tutor        to wsl-con-cd-tutor
              move ws-ref-pc-cd-pet          to wsl-con-cd-pet
           end-if.
           move ws-ref-forma                 to ws-forma-candidata.
           perform descrever-forma.
           move ws-ds-forma                   to wsl-con-forma.
           move conc-vl-bruto                to wsl-con-vl-bruto.
           move conc-vl-taxa                 to wsl-con-vl-taxa.
           move spaces                       to wsl-con-obs.
           if ws-ref-forma not equal ws-forma-esperada
              add 1                          to ws-total-divergentes
              move "forma divergente"        to wsl-con-obs
           else
              if ws-ref-tp equal "V"
                 move "venda de pacote"      to wsl-con-obs
              end-if
           end-if.
           write reg-rcon                   from ws-linha-conciliado.
      *
       descrever-forma.
           evaluate ws-forma-candidata
              when 1
                 move "dinheiro"             to ws-ds-forma
              when 2
                 move "cartao"               to ws-ds-forma
              when 3
                 move "pix"                  to ws-ds-forma
              when 4
                 move "pacote"               to ws-ds-forma
              when other
                 move spaces                 to ws-ds-forma
           end-evaluate.
      *
       imprimir-cabecalho-sem-liquidacao.
           write reg-rcon                   from ws-linha-branco.
           move "recebimentos em cartao ou pix sem liquidacao"
                                             to ws-linha-titulo.
           write reg-rcon                   from ws-linha-titulo.
           write reg-rcon                   from ws-linha-branco.
           write reg-rcon
              from ws-linha-cab-sem-liquidacao.
      *
      ******************************************************************
      *    caixa sem liquidacao: so nas datas que ja tem liquidacao    *
      *    da mesma origem, para que um arquivo ainda nao recebido     *
      *    nao aponte o dia inteiro como pendente                      *
      ******************************************************************
       listar-caixa-sem-liquidacao.
           move zero                         to ws-total-sem-liquidacao.
           move zero                         to ws-valor-sem-liquidacao.
           perform varying ws-idx-data from 1 by 1
                      until ws-idx-data > ws-qtd-datas
              perform listar-atendimentos-data
              perform listar-pacotes-data
           end-perform.
      *
       listar-atendimentos-data.
           set ws-fim-recebimentos           to false.
           initialize reg-caix.
           move ws-cob-data(ws-idx-data)     to caix-dt-recebimento.
           start vbm-caix key is not less than caix-dt-recebimento.
           if not valid-vbm-caix
              set ws-fim-recebimentos        to true
           end-if.
           perform with test before until ws-fim-recebimentos
              read vbm-caix next with no lock
              if not valid-vbm-caix
                 or caix-dt-recebimento not equal
                    ws-cob-data(ws-idx-data)
                 set ws-fim-recebimentos     to true
              else
                 if (caix-cartao and ws-cob-cartao(ws-idx-data) = 1)
                    or (caix-pix and ws-cob-pix(ws-idx-data) = 1)
                    initialize reg-ccai
                    set ccai-atendimento     to true
                    move caix-chave-caixa    to ccai-chave-referencia
                    read vbm-ccai with no lock
                    if not valid-vbm-ccai
                       move caix-cd-tutor    to wsl-sl-cd-tutor
                       move caix-cd-pet      to wsl-sl-cd-pet
                       move caix-tp-pagamento
                                             to ws-forma-candidata
                       move caix-hr-recebimento
                                             to ws-hr-edicao
                       move caix-vl-recebido to wsl-sl-valor
                       add caix-vl-recebido  to ws-valor-sem-liquidacao
                       move "atendimento"    to wsl-sl-referencia
                       perform imprimir-sem-liquidacao
                    end-if
                 end-if
              end-if
           end-perform.
      *
       listar-pacotes-data.
           set ws-fim-recebimentos           to false.
           initialize reg-pcvd.
           move ws-cob-data(ws-idx-data)     to pcvd-dt-venda.
           start vbm-pcvd key is not less than pcvd-dt-venda.
           if not valid-vbm-pcvd
              set ws-fim-recebimentos        to true
           end-if.
           perform with test before until ws-fim-recebimentos
              read vbm-pcvd next with no lock
              if not valid-vbm-pcvd
                 or pcvd-dt-venda not equal ws-cob-data(ws-idx-data)
                 set ws-fim-recebimentos     to true
              else
                 if (pcvd-cartao and ws-cob-cartao(ws-idx-data) = 1)
                    or (pcvd-pix and ws-cob-pix(ws-idx-data) = 1)
                    initialize reg-ccai
                    set ccai-venda-pacote    to true
                    move pcvd-chave-venda    to ccai-chave-referencia
                    read vbm-ccai with no lock
                    if not valid-vbm-ccai
                       move pcvd-cd-tutor    to wsl-sl-cd-tutor
                       move pcvd-cd-pet      to wsl-sl-cd-pet
                       move pcvd-tp-pagamento
                                             to ws-forma-candidata
                       move pcvd-hr-venda    to ws-hr-edicao
                       move pcvd-vl-recebido to wsl-sl-valor
                       add pcvd-vl-recebido  to ws-valor-sem-liquidacao
                       move "venda de pacote"
                                             to wsl-sl-referencia
                       perform imprimir-sem-liquidacao
                    end-if
                 end-if
              end-if
           end-perform.
      *
       imprimir-sem-liquidacao.
           add 1                             to ws-total-sem-liquidacao.
           move ws-cob-data(ws-idx-data)     to ws-dt-edicao.
           perform editar-data.
           move ws-dt-editada                to wsl-sl-dt.
           perform editar-hora.
           move ws-hr-editada                to wsl-sl-hr.
           perform descrever-forma.
           move ws-ds-forma                   to wsl-sl-forma.
           write reg-rcon
              from ws-linha-sem-liquidacao.
      *
       imprimir-cabecalho-sem-caixa.
           write reg-rcon                   from ws-linha-branco.
           move "liquidacoes de cartao ou pix sem recebimento no caixa"
                                             to ws-linha-titulo.
           write reg-rcon                   from ws-linha-titulo.
           write reg-rcon                   from ws-linha-branco.
           write reg-rcon                   from ws-linha-cab-sem-caixa.
      *
      ******************************************************************
      *    liquidacao sem caixa: as que continuam pendentes na janela  *
      ******************************************************************
       listar-liquidacao-sem-caixa.
           move zero                         to ws-total-sem-caixa.
           move zero                         to ws-valor-sem-caixa.
           set wss-fim-arquivo               to false.
           initialize reg-conc.
           move ws-dt-inicio                 to conc-dt-movimento.
           start vbm-conc key is not less than conc-dt-movimento.
           if not valid-vbm-conc
              set wss-fim-arquivo            to true
           end-if.
           perform with test before until wss-fim-arquivo
              read vbm-conc next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 and conc-pendente
                 add 1                       to ws-total-sem-caixa
                 add conc-vl-bruto           to ws-valor-sem-caixa
                 perform imprimir-sem-caixa
              end-if
           end-perform.
      *
       imprimir-sem-caixa.
           move conc-dt-movimento            to ws-dt-edicao.
           perform editar-data.
           move ws-dt-editada                to wsl-sc-dt.
           move conc-hr-movimento            to ws-hr-edicao.
           perform editar-hora.
           move ws-hr-editada                to wsl-sc-hr.
           if conc-cartao
              move "cartao"                  to wsl-sc-origem
           else
              move "pix"                     to wsl-sc-origem
           end-if.
           move conc-nr-transacao            to wsl-sc-transacao.
           move conc-ds-complemento          to wsl-sc-complemento.
           move conc-vl-bruto                to wsl-sc-vl-bruto.
           move conc-vl-taxa                 to wsl-sc-vl-taxa.
           write reg-rcon                   from ws-linha-sem-caixa.
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
       editar-hora.
           move spaces                       to ws-hr-editada.
           string
              ws-hr-edicao(1:2)              delimited by size
              ":"
              ws-hr-edicao(3:2)              delimited by size
              ":"
              ws-hr-edicao(5:2)              delimited by size
              into ws-hr-editada
           end-string.
      *
       imprimir-total.
           write reg-rcon                    from ws-linha-branco.
           move "liquidacoes de cartao importadas...: "
                                             to ws-linha-total.
           move ws-total-import-cartao       to wsl-total.
           write reg-rcon                    from ws-linha-total.
           move "creditos de pix importados.........: "
                                             to ws-linha-total.
           move ws-total-import-pix          to wsl-total.
           write reg-rcon                    from ws-linha-total.
           move "ja importados anteriormente........: "
                                             to ws-linha-total.
           move ws-total-ja-importados       to wsl-total.
           write reg-rcon                    from ws-linha-total.
           move "linhas rejeitadas na importacao....: "
                                             to ws-linha-total.
           move ws-total-rejeitados          to wsl-total.
           write reg-rcon                    from ws-linha-total.
           move "conciliados nesta execucao.........: "
                                             to ws-linha-total.
           move ws-total-conciliados         to wsl-total.
           write reg-rcon                    from ws-linha-total.
           move "com forma de pagamento divergente..: "
                                             to ws-linha-total.
           move ws-total-divergentes         to wsl-total.
           write reg-rcon                    from ws-linha-total.
           move "recebimentos sem liquidacao........: "
                                             to ws-linha-total.
           move ws-total-sem-liquidacao      to wsl-total.
           write reg-rcon                    from ws-linha-total.
           move "valor sem liquidacao...............: "
                                             to ws-linha-total-valor.
           move ws-valor-sem-liquidacao      to wsl-total-valor.
           write reg-rcon                    from ws-linha-total-valor.
           move "liquidacoes sem recebimento........: "
                                             to ws-linha-total.
           move ws-total-sem-caixa           to wsl-total.
           write reg-rcon                    from ws-linha-total.
           move "valor sem recebimento..............: "
                                             to ws-linha-total-valor.
           move ws-valor-sem-caixa           to wsl-total-valor.
           write reg-rcon                    from ws-linha-total-valor.
           move "cartao no periodo - valor bruto....: "
                                             to ws-linha-total-valor.
           move ws-cartao-bruto              to wsl-total-valor.
           write reg-rcon                    from ws-linha-total-valor.
           move "taxa descontada pela adquirente....: "
                                             to ws-linha-total-valor.
           move ws-cartao-taxa               to wsl-total-valor.
           write reg-rcon                    from ws-linha-total-valor.
           move "cartao no periodo - valor liquido..: "
                                             to ws-linha-total-valor.
           move ws-cartao-liquido            to wsl-total-valor.
           write reg-rcon                    from ws-linha-total-valor.
