       identification                       division.
       program-id.                          vbm-1015.
       author.                              stanicki.
       date-written.                        set-2026.
      ******************************************************************
      *                  caixa de atendimentos                         *
      *      recebimento dos atendimentos da agenda com valor da       *
      *      tabela de precos por servico (vbm-prsv), desconto e       *
      *      forma de pagamento (dinheiro, cartao ou pix), gravando    *
      *      o operador da sessao no movimento; sessao diaria do       *
      *      caixa (abertura com fundo de troco, sangrias, suprimentos *
      *      e fechamento com o valor contado por forma de pagamento); *
      *      estorno de recebimento autorizado por supervisor, com o   *
      *      movimento original preservado ao lado do estorno; dia     *
      *      fechado nao aceita recebimento nem estorno; fechamento    *
      *      totalizado por servico e forma de pagamento com esperado, *
      *      contado e quebra de caixa; manutencao da tabela de        *
      *      precos com data de vigencia; pacotes pre-pagos: tabela    *
      *      de pacotes, venda paga uma vez no caixa e consumo de uma  *
      *      sessao do saldo do pet no recebimento do atendimento;     *
      *      dados fiscais do servico para a nfs-e (item da lista,     *
      *      codigo do municipio e aliquota do iss) na tela de precos  *
      ******************************************************************
       environment                          division.
       special-names.
           decimal-point is comma.
       input-output                         section.
       file-control.
           copy "vbm-caix.sl".
           copy "vbm-prsv.sl".
           copy "vbm-agnd.sl".
           copy "vbm-tuto.sl".
           copy "vbm-pet.sl".
           copy "vbm-rcai.sl".
           copy "vbm-sesc.sl".
           copy "vbm-mvcx.sl".
           copy "vbm-estc.sl".
           copy "vbm-oper.sl".
           copy "vbm-pact.sl".
           copy "vbm-pcvd.sl".
           copy "vbm-pcus.sl".
           copy "vbm-psmu.sl".
           copy "vbm-ccai.sl".
           copy "vbm-conc.sl".
       data                                 division.
       file                                 section.
           copy "vbm-caix.fd".
           copy "vbm-prsv.fd".
           copy "vbm-agnd.fd".
           copy "vbm-tuto.fd".
           copy "vbm-pet.fd".
           copy "vbm-rcai.fd".
           copy "vbm-sesc.fd".
           copy "vbm-mvcx.fd".
           copy "vbm-estc.fd".
           copy "vbm-oper.fd".
           copy "vbm-pact.fd".
           copy "vbm-pcvd.fd".
           copy "vbm-pcus.fd".
           copy "vbm-psmu.fd".
           copy "vbm-ccai.fd".
           copy "vbm-conc.fd".
      ******************************************************************
      *                        working storage                         *
      ******************************************************************
       working-storage                      section.
       copy "ACUGUI.DEF".
       COPY "ACUCOBOL.DEF".
       COPY "crtvars.def".
      *
       01 screen-t12.
          03 s12-dt-agenda                  pic 9(08).
          03 s12-hr-agenda                  pic 9(04).
          03 s12-cd-tutor                   pic 9(07).
          03 s12-nm-tutor                   pic x(30).
          03 s12-cd-pet                     pic 9(03).
          03 s12-nm-pet                     pic x(20).
          03 s12-servico-desc               pic x(10).
          03 s12-vl-tabela-ed               pic x(12).
          03 s12-vl-desconto                pic 9(05)v99.
          03 s12-tp-pagamento               pic 9(01).
             88 s12-dinheiro                value 1.
             88 s12-cartao                  value 2.
             88 s12-pix                     value 3.
          03 s12-situacao-desc              pic x(12).
          03 s12-status                     pic x(50).
      *
       01 screen-t13.
          03 s13-tp-servico                 pic 9(01).
             88 s13-consulta                value 1.
             88 s13-banho                   value 2.
             88 s13-tosa                    value 3.
             88 s13-vacina                  value 4.
          03 s13-dt-vigencia                pic 9(08).
          03 s13-vl-servico                 pic 9(05)v99.
          03 s13-cd-item-lista              pic x(05).
          03 s13-cd-servico-municipal       pic x(10).
          03 s13-pc-aliquota-iss            pic 9(02)v99.
          03 s13-status                     pic x(50).
      *
       01 screen-t18.
          03 s18-dt-caixa                   pic 9(08).
          03 s18-situacao-desc              pic x(12).
          03 s18-vl-fundo-troco             pic 9(05)v99.
          03 s18-tp-movimento               pic 9(01).
             88 s18-sangria                 value 1.
             88 s18-suprimento              value 2.
          03 s18-vl-movimento               pic 9(05)v99.
          03 s18-motivo                     pic x(30).
          03 s18-vl-sangrias-ed             pic x(12).
          03 s18-vl-suprimentos-ed          pic x(12).
          03 s18-vl-contado-dinheiro        pic 9(07)v99.
          03 s18-vl-contado-cartao          pic 9(07)v99.
          03 s18-vl-contado-pix             pic 9(07)v99.
          03 s18-status                     pic x(50).
      *
       01 screen-t19.
          03 s19-dt-agenda                  pic 9(08).
          03 s19-hr-agenda                  pic 9(04).
          03 s19-nm-tutor                   pic x(30).
          03 s19-nm-pet                     pic x(20).
          03 s19-servico-desc               pic x(10).
          03 s19-vl-recebido-ed             pic x(12).
          03 s19-pagamento-desc             pic x(10).
          03 s19-cd-supervisor              pic x(08).
          03 s19-senha                      pic x(08).
          03 s19-motivo                     pic x(40).
          03 s19-status                     pic x(50).
      *
       01 screen-t20.
          03 s20-cd-pacote                  pic 9(03).
          03 s20-ds-pacote                  pic x(30).
          03 s20-qtd-consulta               pic 9(02).
          03 s20-qtd-banho                  pic 9(02).
          03 s20-qtd-tosa                   pic 9(02).
          03 s20-qtd-vacina                 pic 9(02).
          03 s20-vl-pacote                  pic 9(05)v99.
          03 s20-qtd-dias-validade          pic 9(03).
          03 s20-situacao                   pic 9(01).
             88 s20-ativo                   value 1.
             88 s20-inativo                 value 2.
          03 s20-status                     pic x(50).
      *
       01 screen-t21.
          03 s21-cd-tutor                   pic 9(07).
          03 s21-nm-tutor                   pic x(30).
          03 s21-cd-pet                     pic 9(03).
          03 s21-nm-pet                     pic x(20).
          03 s21-cd-pacote                  pic 9(03).
          03 s21-ds-pacote                  pic x(30).
          03 s21-vl-pacote-ed               pic x(12).
          03 s21-dt-validade-ed             pic x(10).
          03 s21-vl-desconto                pic 9(05)v99.
          03 s21-tp-pagamento               pic 9(01).
             88 s21-dinheiro                value 1.
             88 s21-cartao                  value 2.
             88 s21-pix                     value 3.
          03 s21-saldo-desc                 pic x(60).
          03 s21-status                     pic x(50).
      *
       77 keystatus                         pic 9(04)
                                            special-names crt status.
          88 esc-key                        value 0027.
          88 receber-key                    value 1201.
          88 primeiro-key                   value 1211.
          88 anterior-key                   value 1212.
          88 proximo-key                    value 1213.
          88 ultimo-key                     value 1214.
          88 salvar-key                     value 1215.
          88 cancelar-key                   value 1216.
          88 precos-key                     value 1217.
          88 estornar-key                   value 1218.
          88 sessao-key                     value 1219.
          88 pacotes-key                    value 1220.
          88 vender-pacote-key              value 1221.
          88 fechar-key                     value 1227.
          88 novo-prsv-key                  value 1301.
          88 editar-prsv-key                value 1302.
          88 excluir-prsv-key               value 1303.
          88 primeiro-prsv-key              value 1311.
          88 anterior-prsv-key              value 1312.
          88 proximo-prsv-key               value 1313.
          88 ultimo-prsv-key                value 1314.
          88 salvar-prsv-key                value 1315.
          88 cancelar-prsv-key              value 1316.
          88 gravar-fiscal-prsv-key         value 1317.
          88 fechar-prsv-key                value 1327.
          88 consultar-sesc-key             value 1801.
          88 abrir-sesc-key                 value 1802.
          88 lancar-sesc-key                value 1803.
          88 fechar-caixa-key               value 1804.
          88 relatorio-sesc-key             value 1805.
          88 fechar-sesc-key                value 1827.
          88 confirmar-estc-key             value 1915.
          88 cancelar-estc-key              value 1927.
          88 novo-pact-key                  value 2101.
          88 editar-pact-key                value 2102.
          88 primeiro-pact-key              value 2111.
          88 anterior-pact-key              value 2112.
          88 proximo-pact-key               value 2113.
          88 ultimo-pact-key                value 2114.
          88 salvar-pact-key                value 2115.
          88 cancelar-pact-key              value 2116.
          88 fechar-pact-key                value 2127.
          88 vender-pcvd-key                value 2215.
          88 fechar-pcvd-key                value 2227.
      *
       77 fs-vbm-caix pic xx.
          88 valid-vbm-caix                 value "00" thru "09".
          88 inexistente-vbm-caix           value "35".
          88 duplicado-vbm-caix             value "22".
      *
       77 fs-vbm-prsv pic xx.
          88 valid-vbm-prsv                 value "00" thru "09".
          88 inexistente-vbm-prsv           value "35".
          88 duplicado-vbm-prsv             value "22".
      *
       77 fs-vbm-agnd pic xx.
          88 valid-vbm-agnd                 value "00" thru "09".
      *
       77 fs-vbm-tuto pic xx.
          88 valid-vbm-tuto                 value "00" thru "09".
      *
       77 fs-vbm-pet pic xx.
          88 valid-vbm-pet                  value "00" thru "09".
      *
       77 fs-vbm-rcai pic xx.
          88 valid-vbm-rcai                 value "00" thru "09".
      *
       77 fs-vbm-sesc pic xx.
          88 valid-vbm-sesc                 value "00" thru "09".
          88 inexistente-vbm-sesc           value "35".
          88 duplicado-vbm-sesc             value "22".
      *
       77 fs-vbm-mvcx pic xx.
          88 valid-vbm-mvcx                 value "00" thru "09".
          88 inexistente-vbm-mvcx           value "35".
          88 duplicado-vbm-mvcx             value "22".
      *
       77 fs-vbm-estc pic xx.
          88 valid-vbm-estc                 value "00" thru "09".
          88 inexistente-vbm-estc           value "35".
          88 duplicado-vbm-estc             value "22".
      *
       77 fs-vbm-oper pic xx.
          88 valid-vbm-oper                 value "00" thru "09".
      *
       77 fs-vbm-pact pic xx.
          88 valid-vbm-pact                 value "00" thru "09".
          88 inexistente-vbm-pact           value "35".
          88 duplicado-vbm-pact             value "22".
      *
       77 fs-vbm-pcvd pic xx.
          88 valid-vbm-pcvd                 value "00" thru "09".
          88 inexistente-vbm-pcvd           value "35".
          88 duplicado-vbm-pcvd             value "22".
      *
       77 fs-vbm-pcus pic xx.
          88 valid-vbm-pcus                 value "00" thru "09".
          88 inexistente-vbm-pcus           value "35".
          88 duplicado-vbm-pcus             value "22".
       77 fs-vbm-psmu pic xx.
          88 valid-vbm-psmu                 value "00" thru "09".
          88 inexistente-vbm-psmu           value "35".
      *
       77 fs-vbm-ccai pic xx.
          88 valid-vbm-ccai                 value "00" thru "09".
          88 inexistente-vbm-ccai           value "35".
      *
       77 fs-vbm-conc pic xx.
          88 valid-vbm-conc                 value "00" thru "09".
          88 inexistente-vbm-conc           value "35".
      *
       77 ws-janela                         usage handle of window.
      *
       01 wss-controle                      pic 9(01).
          88 wss-recebimento                value 1.
          88 wss-pesquisa                   value 3.
      *
       01 wss-controle-prsv                 pic 9(01).
          88 wss-prsv-inclusao              value 1.
          88 wss-prsv-alteracao             value 2.
          88 wss-prsv-pesquisa              value 3.
      *
       01 wss-controle-pact                 pic 9(01).
          88 wss-pact-inclusao              value 1.
          88 wss-pact-alteracao             value 2.
          88 wss-pact-pesquisa              value 3.
      *
       01 ws-fl-preco-encontrado            pic 9(01).
          88 ws-preco-encontrado            value 1 false 0.
       01 ws-preco-tp-servico               pic 9(01).
       01 ws-preco-data                     pic 9(08).
       01 ws-vl-preco                       pic 9(05)v99.
       01 ws-vl-ed                          pic zzz.zz9,99.
      *
       01 ws-tp-servico                     pic 9(01).
       01 ws-desc-servico                   pic x(10).
       01 ws-hora-raw                       pic 9(08).
      *
       01 ws-fl-fim-caixa                   pic 9(01).
          88 ws-fim-caixa                   value 1 false 0.
      *
       01 ws-tab-fech.
          03 ws-fech-servico                occurs 4 times.
             05 ws-fech-qtd                 pic 9(04) comp.
             05 ws-fech-valor               occurs 3 times
                                            pic 9(07)v99.
       01 ws-fech-total-pag.
          03 ws-fech-tot-pagamento          occurs 3 times
                                            pic 9(07)v99.
       01 ws-fech-total-geral               pic 9(07)v99.
       01 ws-fech-total-desconto            pic 9(07)v99.
       01 ws-fech-qtd-recebidos             pic 9(04) comp.
       01 ws-idx                            pic 9(02) comp.
      *
      ******************************************************************
      *    sessao do caixa: estornos, sangrias e suprimentos do dia    *
      *    e a conferencia do esperado contra o contado                *
      ******************************************************************
       01 ws-dt-hoje                        pic 9(08).
       01 ws-dt-sessao                      pic 9(08).
       01 ws-fl-sessao                      pic 9(01).
          88 ws-sessao-inexistente          value 0.
          88 ws-sessao-aberta               value 1.
          88 ws-sessao-fechada              value 2.
       01 ws-fl-caixa-liberado              pic 9(01).
          88 ws-caixa-liberado              value 1 false 0.
       01 ws-fl-fim-estorno                 pic 9(01).
          88 ws-fim-estorno                 value 1 false 0.
       01 ws-fl-fim-movimento               pic 9(01).
          88 ws-fim-movimento               value 1 false 0.
       01 ws-fl-estorno-concluido           pic 9(01).
          88 ws-estorno-concluido           value 1 false 0.
       01 ws-fl-supervisor-autorizado       pic 9(01).
          88 ws-supervisor-autorizado       value 1 false 0.
       01 ws-sq-estorno                     pic 9(02).
       01 ws-sq-movimento                   pic 9(03).
       01 ws-desc-pagamento                 pic x(10).
      *
       01 ws-fech-estornos.
          03 ws-fech-est-pagamento          occurs 3 times
                                            pic 9(07)v99.
       01 ws-fech-qtd-estornos              pic 9(04) comp.
       01 ws-fech-vl-fundo                  pic 9(05)v99.
       01 ws-fech-vl-sangrias               pic 9(07)v99.
       01 ws-fech-vl-suprimentos            pic 9(07)v99.
       01 ws-fech-conferencia.
          03 ws-fech-esperado               occurs 3 times
                                            pic s9(07)v99.
          03 ws-fech-contado                occurs 3 times
                                            pic 9(07)v99.
          03 ws-fech-quebra                 occurs 3 times
                                            pic s9(07)v99.
       01 ws-fech-tot-esperado              pic s9(07)v99.
       01 ws-fech-tot-contado               pic 9(07)v99.
       01 ws-fech-tot-quebra                pic s9(07)v99.
      *
      ******************************************************************
      *    autorizacao do supervisor: mesmo hash de senha do login     *
      *    (vbm-1000), conferido contra vbm-oper                       *
      ******************************************************************
       01 ws-senha-entrada                  pic x(08).
       01 ws-senha-hash                     pic 9(09).
       01 ws-hash-trab                      pic 9(11) comp.
       01 ws-hash-quoc                      pic 9(11) comp.
       01 ws-hash-pos                       pic 9(02) comp.
       01 ws-hash-codigo                    pic 9(02) comp.
       01 ws-tab-pos                        pic 9(02) comp.
       01 ws-tab-maiusculas                 pic x(36)
          value "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
       01 ws-tab-minusculas                 pic x(26)
          value "abcdefghijklmnopqrstuvwxyz".
      *
      ******************************************************************
      *    pacotes pre-pagos: saldo do pet no recebimento, venda e     *
      *    vendas e sessoes usadas no fechamento                       *
      ******************************************************************
       01 ws-fl-usar-pacote                 pic 9(01).
          88 ws-usar-pacote                 value 1 false 0.
       01 ws-fl-pacote-achado               pic 9(01).
          88 ws-pacote-achado               value 1 false 0.
       01 ws-fl-fim-pacote                  pic 9(01).
          88 ws-fim-pacote                  value 1 false 0.
       01 ws-fl-sessao-consumida            pic 9(01).
          88 ws-sessao-consumida            value 1 false 0.
       01 ws-pac-cd-tutor                   pic 9(07).
       01 ws-pac-cd-pet                     pic 9(03).
       01 ws-pac-tp-servico                 pic 9(01).
       01 ws-pac-sq-venda                   pic 9(03).
       01 ws-pac-dt-validade                pic 9(08).
       01 ws-pac-saldo                      pic 9(02).
       01 ws-pac-qtd-ativos                 pic 9(03).
       01 ws-pac-qtd-abertas                pic 9(04).
       01 ws-pac-tot-sessoes                pic 9(03).
       01 ws-pac-qtd-ed                     pic z9.
       01 ws-pac-ativos-ed                  pic zz9.
       01 ws-pac-abertas-ed                 pic zzz9.
       01 ws-pac-data-ed                    pic x(10).
       01 ws-pac-data-r.
          03 ws-pac-ano                     pic 9(04).
          03 ws-pac-mes                     pic 9(02).
          03 ws-pac-dia                     pic 9(02).
       01 ws-vl-pacote-venda                pic 9(05)v99.
      *
       01 ws-soma-data                      pic 9(08).
       01 ws-soma-data-r redefines ws-soma-data.
          03 ws-soma-ano                    pic 9(04).
          03 ws-soma-mes                    pic 9(02).
          03 ws-soma-dia                    pic 9(02).
       01 ws-soma-dias                      pic 9(03) comp.
       01 ws-soma-dd                        pic 9(04) comp.
       01 ws-soma-resto                     pic 9(04) comp.
       01 ws-soma-limite                    pic 9(02) comp.
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
       01 ws-fech-pacotes.
          03 ws-fech-pac-pagamento          occurs 3 times
                                            pic 9(07)v99.
       01 ws-fech-qtd-pacotes               pic 9(04) comp.
       01 ws-fech-total-pacotes             pic 9(07)v99.
       01 ws-fech-sessoes.
          03 ws-fech-sessao                 occurs 4 times.
             05 ws-fech-sessao-qtd          pic 9(04) comp.
             05 ws-fech-sessao-valor        pic 9(07)v99.
       01 ws-fech-qtd-sessoes               pic 9(04) comp.
       01 ws-fech-total-sessoes             pic 9(07)v99.
      *
       01 ws-rel-titulo                     pic x(132).
       01 ws-rel-branco                     pic x(132) value spaces.
       01 ws-rel-data.
          03 filler                         pic x(06) value "data: ".
          03 wsr-dia                        pic x(02).
          03 filler                         pic x(01) value "/".
          03 wsr-mes                        pic x(02).
          03 filler                         pic x(01) value "/".
          03 wsr-ano                        pic x(04).
       01 ws-rel-data-r.
          03 ws-rel-ano                     pic 9(04).
          03 ws-rel-mes                     pic 9(02).
          03 ws-rel-dia                     pic 9(02).
       01 ws-rel-cabecalho.
          03 filler                         pic x(11)
             value "servico ".
          03 filler                         pic x(10)
             value "  dinheiro".
          03 filler                         pic x(02) value spaces.
          03 filler                         pic x(10)
             value "    cartao".
          03 filler                         pic x(02) value spaces.
          03 filler                         pic x(10)
             value "       pix".
          03 filler                         pic x(02) value spaces.
          03 filler                         pic x(10)
             value "     total".
       01 ws-rel-detalhe.
          03 wsr-servico                    pic x(10).
          03 filler                         pic x(01) value space.
          03 wsr-vl-dinheiro                pic zzz.zz9,99.
          03 filler                         pic x(02) value spaces.
          03 wsr-vl-cartao                  pic zzz.zz9,99.
          03 filler                         pic x(02) value spaces.
          03 wsr-vl-pix                     pic zzz.zz9,99.
          03 filler                         pic x(02) value spaces.
          03 wsr-vl-total                   pic zzz.zz9,99.
       01 ws-rel-total.
          03 filler                         pic x(28)
             value "atendimentos recebidos....: ".
          03 wsr-qtd-recebidos              pic z(03)9.
       01 ws-rel-desconto.
          03 filler                         pic x(28)
             value "descontos concedidos......: ".
          03 wsr-vl-desconto                pic zzz.zz9,99.
       01 ws-rel-assinatura.
          03 filler                         pic x(28)
             value "assinatura do supervisor..: ".
          03 filler                         pic x(36) value all "_".
       01 ws-rel-situacao.
          03 filler                         pic x(28)
             value "situacao do caixa.........: ".
          03 wsr-situacao                   pic x(60).
       01 ws-rel-estorno-titulo.
          03 filler                         pic x(60)
             value "estornos do dia - movimento original | estorno".
       01 ws-rel-estorno-cabecalho.
          03 filler                         pic x(16)
             value "agenda     hora ".
          03 filler                         pic x(12)
             value "tutor/pet   ".
          03 filler                         pic x(18)
             value "servico  pagament ".
          03 filler                         pic x(11)
             value "     valor ".
          03 filler                         pic x(12)
             value "recebido em ".
          03 filler                         pic x(11)
             value "operador | ".
          03 filler                         pic x(15)
             value "hora  superv.  ".
          03 filler                         pic x(06)
             value "motivo".
       01 ws-rel-estorno.
          03 wsr-est-dt-agenda              pic x(10).
          03 filler                         pic x(01) value space.
          03 wsr-est-hr-agenda              pic 9(04).
          03 filler                         pic x(01) value space.
          03 wsr-est-cd-tutor               pic 9(07).
          03 filler                         pic x(01) value "/".
          03 wsr-est-cd-pet                 pic 9(03).
          03 filler                         pic x(01) value space.
          03 wsr-est-servico                pic x(08).
          03 filler                         pic x(01) value space.
          03 wsr-est-pagamento              pic x(08).
          03 filler                         pic x(01) value space.
          03 wsr-est-vl-recebido            pic zzz.zz9,99.
          03 filler                         pic x(01) value space.
          03 wsr-est-recebido-em            pic x(11).
          03 filler                         pic x(01) value space.
          03 wsr-est-operador               pic x(08).
          03 filler                         pic x(03) value " | ".
          03 wsr-est-hr-estorno             pic x(05).
          03 filler                         pic x(01) value space.
          03 wsr-est-supervisor             pic x(08).
          03 filler                         pic x(01) value space.
          03 wsr-est-motivo                 pic x(37).
       01 ws-rel-sem-estorno.
          03 filler                         pic x(40)
             value "nenhum estorno lancado no dia".
       01 ws-rel-conf-cabecalho.
          03 filler                         pic x(11)
             value "conferencia".
          03 filler                         pic x(10)
             value "  servicos".
          03 filler                         pic x(02) value spaces.
          03 filler                         pic x(10)
             value "   pacotes".
          03 filler                         pic x(02) value spaces.
          03 filler                         pic x(10)
             value "  estornos".
          03 filler                         pic x(02) value spaces.
          03 filler                         pic x(11)
             value " fundo/mov.".
          03 filler                         pic x(02) value spaces.
          03 filler                         pic x(11)
             value "   esperado".
          03 filler                         pic x(02) value spaces.
          03 filler                         pic x(10)
             value "   contado".
          03 filler                         pic x(02) value spaces.
          03 filler                         pic x(11)
             value "     quebra".
       01 ws-rel-conferencia.
          03 wsr-conf-forma                 pic x(10).
          03 filler                         pic x(01) value space.
          03 wsr-conf-recebido              pic zzz.zz9,99.
          03 filler                         pic x(02) value spaces.
          03 wsr-conf-pacotes               pic zzz.zz9,99.
          03 filler                         pic x(02) value spaces.
          03 wsr-conf-estornos              pic zzz.zz9,99.
          03 filler                         pic x(02) value spaces.
          03 wsr-conf-ajuste                pic -zzz.zz9,99.
          03 filler                         pic x(02) value spaces.
          03 wsr-conf-esperado              pic -zzz.zz9,99.
          03 filler                         pic x(02) value spaces.
          03 wsr-conf-contado               pic zzz.zz9,99.
          03 filler                         pic x(02) value spaces.
          03 wsr-conf-quebra                pic -zzz.zz9,99.
       01 ws-rel-fundo.
          03 filler                         pic x(28)
             value "fundo de troco............: ".
          03 wsr-vl-fundo                   pic zzz.zz9,99.
       01 ws-rel-sangrias.
          03 filler                         pic x(28)
             value "sangrias..................: ".
          03 wsr-vl-sangrias                pic zzz.zz9,99.
       01 ws-rel-suprimentos.
          03 filler                         pic x(28)
             value "suprimentos...............: ".
          03 wsr-vl-suprimentos             pic zzz.zz9,99.
       01 ws-rel-pacotes-titulo.
          03 filler                         pic x(60)
             value "vendas de pacotes pre-pagos (receita do dia)".
       01 ws-rel-qtd-pacotes.
          03 filler                         pic x(28)
             value "pacotes vendidos..........: ".
          03 wsr-qtd-pacotes                pic z(03)9.
       01 ws-rel-sessoes-titulo.
          03 filler                         pic x(60)
             value "sessoes de pacote utilizadas (sem receita no dia)".
       01 ws-rel-sessoes-cabecalho.
          03 filler                         pic x(11)
             value "servico ".
          03 filler                         pic x(04)
             value " qtd".
          03 filler                         pic x(02) value spaces.
          03 filler                         pic x(10)
             value "valor prop".
       01 ws-rel-sessao.
          03 wsr-ses-servico                pic x(10).
          03 filler                         pic x(01) value space.
          03 wsr-ses-qtd                    pic z(03)9.
          03 filler                         pic x(02) value spaces.
          03 wsr-ses-valor                  pic zzz.zz9,99.
       01 ws-rel-quebra.
          03 filler                         pic x(28)
             value "quebra de caixa...........: ".
          03 wsr-vl-quebra                  pic -zzz.zz9,99.
          03 filler                         pic x(01) value space.
          03 wsr-quebra-desc                pic x(20).
      *
      ******************************************************************
      *                         screen section                         *
      ******************************************************************
       screen                               section.
       copy "caixa-tela-caix.scr".
       copy "caixa-tela-prsv.scr".
       copy "caixa-tela-sesc.scr".
       copy "caixa-tela-estc.scr".
       copy "caixa-tela-pcvd.scr".
       copy "caixa-tela-pact.scr".
      *
      ******************************************************************
      *                       linkage section                          *
      ******************************************************************
       linkage                              section.
       copy "vbm-lkop.cpy".
      *
      ******************************************************************
      *                       procedure division                       *
      ******************************************************************
       procedure division                   using lkop-parametros.
           perform abrir-arquivos.
           perform inicio-programa.
           perform fechar-arquivos.
      *
       abrir-arquivos.
           open i-o vbm-caix.
           if inexistente-vbm-caix
              open output vbm-caix
              close vbm-caix
              open i-o vbm-caix
           end-if.
           if not valid-vbm-caix
              display message box "erro ao abrir o arquivo vbm-caix!"
                                  "status: " fs-vbm-caix
              exit paragraph
           end-if.
           open i-o vbm-prsv.
           if inexistente-vbm-prsv
              open output vbm-prsv
              close vbm-prsv
              open i-o vbm-prsv
           end-if.
           if not valid-vbm-prsv
              display message box "erro ao abrir o arquivo vbm-prsv!"
                                  "status: " fs-vbm-prsv
              exit paragraph
           end-if.
           open input vbm-agnd.
           if not valid-vbm-agnd
              display message box "erro ao abrir o arquivo vbm-agnd!"
                                  "status: " fs-vbm-agnd
              exit paragraph
           end-if.
           open input vbm-tuto.
           if not valid-vbm-tuto
              display message box "erro ao abrir o arquivo vbm-tuto!"
                                  "status: " fs-vbm-tuto
              exit paragraph
           end-if.
           open input vbm-pet.
           if not valid-vbm-pet
              display message box "erro ao abrir o arquivo vbm-pet!"
                                  "status: " fs-vbm-pet
              exit paragraph
           end-if.
           open i-o vbm-sesc.
           if inexistente-vbm-sesc
              open output vbm-sesc
              close vbm-sesc
              open i-o vbm-sesc
           end-if.
           if not valid-vbm-sesc
              display message box "erro ao abrir o arquivo vbm-sesc!"
                                  "status: " fs-vbm-sesc
              exit paragraph
           end-if.
           open i-o vbm-mvcx.
           if inexistente-vbm-mvcx
              open output vbm-mvcx
              close vbm-mvcx
              open i-o vbm-mvcx
           end-if.
           if not valid-vbm-mvcx
              display message box "erro ao abrir o arquivo vbm-mvcx!"
                                  "status: " fs-vbm-mvcx
              exit paragraph
           end-if.
           open i-o vbm-estc.
           if inexistente-vbm-estc
              open output vbm-estc
              close vbm-estc
              open i-o vbm-estc
           end-if.
           if not valid-vbm-estc
              display message box "erro ao abrir o arquivo vbm-estc!"
                                  "status: " fs-vbm-estc
              exit paragraph
           end-if.
           open input vbm-oper.
           if not valid-vbm-oper
              display message box "erro ao abrir o arquivo vbm-oper!"
                                  "status: " fs-vbm-oper
              exit paragraph
           end-if.
           open i-o vbm-pact.
           if inexistente-vbm-pact
              open output vbm-pact
              close vbm-pact
              open i-o vbm-pact
           end-if.
           if not valid-vbm-pact
              display message box "erro ao abrir o arquivo vbm-pact!"
                                  "status: " fs-vbm-pact
              exit paragraph
           end-if.
           open i-o vbm-pcvd.
           if inexistente-vbm-pcvd
              open output vbm-pcvd
              close vbm-pcvd
              open i-o vbm-pcvd
           end-if.
           if not valid-vbm-pcvd
              display message box "erro ao abrir o arquivo vbm-pcvd!"
                                  "status: " fs-vbm-pcvd
              exit paragraph
           end-if.
           open i-o vbm-pcus.
           if inexistente-vbm-pcus
              open output vbm-pcus
              close vbm-pcus
              open i-o vbm-pcus
           end-if.
           if not valid-vbm-pcus
              display message box "erro ao abrir o arquivo vbm-pcus!"
                                  "status: " fs-vbm-pcus
              exit paragraph
           end-if.
           open i-o vbm-psmu.
           if inexistente-vbm-psmu
              open output vbm-psmu
              close vbm-psmu
              open i-o vbm-psmu
           end-if.
           if not valid-vbm-psmu
              display message box "erro ao abrir o arquivo vbm-psmu!"
                                  "status: " fs-vbm-psmu
              exit paragraph
           end-if.
           open i-o vbm-ccai.
           if inexistente-vbm-ccai
              open output vbm-ccai
              close vbm-ccai
              open i-o vbm-ccai
           end-if.
           if not valid-vbm-ccai
              display message box "erro ao abrir o arquivo vbm-ccai!"
                                  "status: " fs-vbm-ccai
              exit paragraph
           end-if.
           open i-o vbm-conc.
           if inexistente-vbm-conc
              open output vbm-conc
              close vbm-conc
              open i-o vbm-conc
           end-if.
           if not valid-vbm-conc
              display message box "erro ao abrir o arquivo vbm-conc!"
                                  "status: " fs-vbm-conc
              exit paragraph
           end-if.
      *
       inicio-programa.
           set wss-pesquisa to true.
           display standard graphical window
              lines 30
              size 102
              title "VBM v0.0.1. Caixa de Atendimentos"
              handle in ws-janela.
           display tela-caix.
           initialize screen-t12.
           accept s12-dt-agenda             from date yyyymmdd.
           set s12-dinheiro to true.
           perform modificar-componentes.
           perform desabilitar-componentes.
           perform desabilitar-salvar-cancelar.
           if not lkop-supervisor
              modify t12-pb-precos           enabled false
              modify t12-pb-pacotes          enabled false
           end-if.
           perform with test after until fechar-key or esc-key
              accept tela-caix on exception
                 perform controle-componentes
              end-accept
           end-perform.
      *
       fechar-arquivos.
           close vbm-caix.
           close vbm-prsv.
           close vbm-agnd.
           close vbm-tuto.
           close vbm-pet.
           close vbm-sesc.
           close vbm-mvcx.
           close vbm-estc.
           close vbm-oper.
           close vbm-pact.
           close vbm-pcvd.
           close vbm-pcus.
           close vbm-psmu.
           close vbm-ccai.
           close vbm-conc.
           close window ws-janela.
           goback.
      *
       controle-componentes.
           evaluate true
              when receber-key
                 perform receber-link-to
              when primeiro-key
                 perform primeiro-link-to
              when anterior-key
                 perform anterior-link-to
              when proximo-key
                 perform proximo-link-to
              when ultimo-key
                 perform ultimo-link-to
              when salvar-key
                 perform salvar-link-to
              when cancelar-key
                 perform cancelar-link-to
              when precos-key
                 perform precos-link-to
              when estornar-key
                 perform estornar-link-to
              when sessao-key
                 perform sessao-link-to
              when pacotes-key
                 perform pacotes-link-to
              when vender-pacote-key
                 perform vender-pacote-link-to
           end-evaluate.
      *
       modificar-componentes.
           modify t12-ef-dt-agenda         value s12-dt-agenda.
           modify t12-ef-hr-agenda         value s12-hr-agenda.
           modify t12-ef-cd-tutor          value s12-cd-tutor.
           modify t12-ef-nm-tutor          value s12-nm-tutor.
           modify t12-ef-cd-pet            value s12-cd-pet.
           modify t12-ef-nm-pet            value s12-nm-pet.
           modify t12-la-servico           title s12-servico-desc.
           modify t12-la-vl-tabela         title s12-vl-tabela-ed.
           modify t12-ef-vl-desconto       value s12-vl-desconto.
           if s12-tp-pagamento = 0
              set s12-dinheiro to true
           end-if.
           modify t12-rb-dinheiro          value s12-tp-pagamento.
           modify t12-rb-cartao            value s12-tp-pagamento.
           modify t12-rb-pix               value s12-tp-pagamento.
           modify t12-la-situacao          title s12-situacao-desc.
      *
       habilitar-componentes.
           modify t12-ef-vl-desconto        enabled true.
           modify t12-rb-dinheiro           enabled true.
           modify t12-rb-cartao             enabled true.
           modify t12-rb-pix                enabled true.
      *
       desabilitar-componentes.
           modify t12-ef-dt-agenda          enabled true.
           modify t12-ef-hr-agenda          enabled true.
           modify t12-ef-cd-tutor           enabled true.
           modify t12-ef-cd-pet             enabled true.
           modify t12-ef-vl-desconto        enabled false.
           modify t12-rb-dinheiro           enabled false.
           modify t12-rb-cartao             enabled false.
           modify t12-rb-pix                enabled false.
      *
       habilitar-salvar-cancelar.
           modify t12-pb-salvar             enabled true.
           modify t12-pb-cancelar           enabled true.
      *
       desabilitar-salvar-cancelar.
           modify t12-pb-salvar             enabled false.
           modify t12-pb-cancelar           enabled false.
      *
       habilitar-navegacao.
           modify t12-pb-receber            enabled true.
           modify t12-pb-primeiro           enabled true.
           modify t12-pb-proximo            enabled true.
           modify t12-pb-anterior           enabled true.
           modify t12-pb-ultimo             enabled true.
           modify t12-pb-fechamento         enabled true.
           modify t12-pb-estornar           enabled true.
           modify t12-pb-vender-pacote      enabled true.
           if lkop-supervisor
              modify t12-pb-precos          enabled true
              modify t12-pb-pacotes         enabled true
           end-if.
      *
       desabilitar-navegacao.
           modify t12-pb-receber            enabled false.
           modify t12-pb-primeiro           enabled false.
           modify t12-pb-proximo            enabled false.
           modify t12-pb-anterior           enabled false.
           modify t12-pb-ultimo             enabled false.
           modify t12-pb-fechamento         enabled false.
           modify t12-pb-estornar           enabled false.
           modify t12-pb-precos             enabled false.
           modify t12-pb-pacotes            enabled false.
           modify t12-pb-vender-pacote      enabled false.
      *
       mover-registro-para-tela.
           move caix-dt-agenda              to s12-dt-agenda.
           move caix-hr-agenda              to s12-hr-agenda.
           move caix-cd-tutor               to s12-cd-tutor.
           move caix-cd-pet                 to s12-cd-pet.
           move caix-tp-servico             to ws-tp-servico.
           perform carregar-descricao-servico.
           move ws-desc-servico             to s12-servico-desc.
           move caix-vl-tabela              to ws-vl-ed.
           move ws-vl-ed                    to s12-vl-tabela-ed.
           move caix-vl-desconto            to s12-vl-desconto.
           move caix-tp-pagamento           to s12-tp-pagamento.
           if caix-pacote
              move "pacote"                 to s12-situacao-desc
           else
              move "recebido"               to s12-situacao-desc
           end-if.
           perform carregar-nomes.
      *
       carregar-nomes.
           initialize reg-tuto.
           move s12-cd-tutor                to tuto-cd-tutor.
           read vbm-tuto with no lock.
           if valid-vbm-tuto
              move tuto-nm-tutor            to s12-nm-tutor
           else
              move spaces                   to s12-nm-tutor
           end-if.
           initialize reg-pet.
           move s12-cd-tutor                to pet-cd-tutor.
           move s12-cd-pet                  to pet-cd-pet.
           read vbm-pet with no lock.
           if valid-vbm-pet
              move pet-nm-pet               to s12-nm-pet
           else
              move spaces                   to s12-nm-pet
           end-if.
      *
       navegar-registros.
           perform mover-registro-para-tela.
           perform modificar-componentes.
      *
       cancelar-link-to.
           set ws-usar-pacote               to false.
           move zeros                       to s12-vl-desconto.
           move spaces                      to s12-servico-desc
                                               s12-vl-tabela-ed
                                               s12-situacao-desc.
           perform modificar-componentes.
           perform desabilitar-salvar-cancelar.
           perform desabilitar-componentes.
           perform habilitar-navegacao.
           set wss-pesquisa                 to true.
      *
      ******************************************************************
      *    recebimento: so com o caixa do dia aberto; localiza o       *
      *    atendimento da agenda, bloqueia atendimento cancelado ou    *
      *    ja recebido e carrega o preco vigente na data para a forma  *
      *    de pagamento e o desconto; pet com saldo de pacote para o   *
      *    servico recebe a oferta de usar uma sessao do pacote        *
      ******************************************************************
       receber-link-to.
           set ws-usar-pacote               to false.
           perform validar-caixa-do-dia.
           if not ws-caixa-liberado
              exit paragraph
           end-if.
           initialize reg-agnd.
           move s12-dt-agenda               to agnd-dt-agenda.
           move s12-hr-agenda               to agnd-hr-agenda.
           move s12-cd-tutor                to agnd-cd-tutor.
           move s12-cd-pet                  to agnd-cd-pet.
           read vbm-agnd with no lock.
           if not valid-vbm-agnd
              display message box
                 "Atendimento nao pode ser encontrado na agenda"
              exit paragraph
           end-if.
           if agnd-cancelado or agnd-falta
              display message box
                 "Atendimento cancelado ou com falta nao pode ser"
                 " recebido"
              exit paragraph
           end-if.
           initialize reg-caix.
           move s12-dt-agenda               to caix-dt-agenda.
           move s12-hr-agenda               to caix-hr-agenda.
           move s12-cd-tutor                to caix-cd-tutor.
           move s12-cd-pet                  to caix-cd-pet.
           read vbm-caix with no lock.
           if valid-vbm-caix
              display message box "Atendimento ja recebido"
              exit paragraph
           end-if.
           move agnd-tp-servico             to ws-preco-tp-servico.
           move s12-dt-agenda               to ws-preco-data.
           perform carregar-preco-servico.
           if not ws-preco-encontrado
              display message box
                 "Servico sem preco vigente - cadastre a tabela de"
                 " precos"
              exit paragraph
           end-if.
           move agnd-tp-servico             to ws-tp-servico.
           perform carregar-descricao-servico.
           move ws-desc-servico             to s12-servico-desc.
           move ws-vl-preco                 to ws-vl-ed.
           move ws-vl-ed                    to s12-vl-tabela-ed.
           move zeros                       to s12-vl-desconto.
           set s12-dinheiro                 to true.
           move "pendente"                  to s12-situacao-desc.
           perform carregar-nomes.
           move s12-cd-tutor                to ws-pac-cd-tutor.
           move s12-cd-pet                  to ws-pac-cd-pet.
           move agnd-tp-servico             to ws-pac-tp-servico.
           perform localizar-saldo-pacote.
           if ws-pacote-achado
              perform oferecer-saldo-pacote
           end-if.
           if ws-usar-pacote
              move 4                        to s12-tp-pagamento
              move "pacote"                 to s12-situacao-desc
           else
              perform habilitar-componentes
           end-if.
           perform modificar-componentes.
           perform desabilitar-navegacao.
           perform habilitar-salvar-cancelar.
           set wss-recebimento              to true.
      *
       salvar-link-to.
           if s12-vl-desconto > ws-vl-preco
              display message box
                 "Desconto maior que o valor do servico"
              exit paragraph
           end-if.
           perform validar-caixa-do-dia.
           if not ws-caixa-liberado
              exit paragraph
           end-if.
           initialize reg-caix.
           move s12-dt-agenda               to caix-dt-agenda.
           move s12-hr-agenda               to caix-hr-agenda.
           move s12-cd-tutor                to caix-cd-tutor.
           move s12-cd-pet                  to caix-cd-pet.
           move ws-preco-tp-servico         to caix-tp-servico.
           move ws-vl-preco                 to caix-vl-tabela.
           move s12-vl-desconto             to caix-vl-desconto.
           compute caix-vl-recebido = caix-vl-tabela
                                      - caix-vl-desconto.
           move s12-tp-pagamento            to caix-tp-pagamento.
           if ws-usar-pacote
              move zeros                    to caix-vl-desconto
              move zeros                    to caix-vl-recebido
              set caix-pacote               to true
           end-if.
           accept caix-dt-recebimento       from date yyyymmdd.
           accept ws-hora-raw               from time.
           divide ws-hora-raw by 100 giving caix-hr-recebimento.
           move lkop-cd-operador            to caix-operador.
           write reg-caix.
           if duplicado-vbm-caix
              display message box "Atendimento ja recebido"
              exit paragraph
           end-if.
           if not valid-vbm-caix
              display message box "erro ao gravar o recebimento!"
                                  "status: " fs-vbm-caix
              exit paragraph
           end-if.
           if ws-usar-pacote
              perform consumir-sessao-pacote
              if not ws-sessao-consumida
                 delete vbm-caix
                 exit paragraph
              end-if
              set ws-usar-pacote            to false
              move "pacote"                 to s12-situacao-desc
           else
              move "recebido"               to s12-situacao-desc
           end-if.
           perform modificar-componentes.
           perform desabilitar-salvar-cancelar.
           perform desabilitar-componentes.
           perform habilitar-navegacao.
           set wss-pesquisa                 to true.
      *
      ******************************************************************
      *    preco vigente: registro da tabela de precos com a maior     *
      *    data de vigencia menor ou igual a data do atendimento       *
      ******************************************************************
       carregar-preco-servico.
           set ws-preco-encontrado          to false.
           move zeros                       to ws-vl-preco.
           initialize reg-prsv.
           move ws-preco-tp-servico         to prsv-tp-servico.
           move ws-preco-data               to prsv-dt-vigencia.
           start vbm-prsv key less than or equal prsv-chave-preco.
           read vbm-prsv previous with no lock.
           if valid-vbm-prsv
              and prsv-tp-servico equal ws-preco-tp-servico
              move prsv-vl-servico          to ws-vl-preco
              set ws-preco-encontrado       to true
           end-if.
      *
       carregar-descricao-servico.
           evaluate ws-tp-servico
              when 1
                 move "consulta"            to ws-desc-servico
              when 2
                 move "banho"               to ws-desc-servico
              when 3
                 move "tosa"                to ws-desc-servico
              when 4
                 move "vacina"              to ws-desc-servico
              when other
                 move spaces                to ws-desc-servico
           end-evaluate.
      *
      ******************************************************************
      *    navegacao pelos recebimentos do dia informado na tela       *
      ******************************************************************
       primeiro-link-to.
           inquire t12-ef-dt-agenda         value s12-dt-agenda.
           initialize reg-caix.
           move s12-dt-agenda               to caix-dt-agenda.
           move zeros                       to caix-hr-agenda.
           move zeros                       to caix-cd-tutor.
           move zeros                       to caix-cd-pet.
           start vbm-caix key is not less than caix-chave-caixa.
           if valid-vbm-caix
              read vbm-caix next with no lock
           end-if.
           if valid-vbm-caix
              and caix-dt-agenda equal s12-dt-agenda
              perform navegar-registros
           else
              display message box
                 "Nao existem recebimentos nesta data"
           end-if.
      *
       ultimo-link-to.
           inquire t12-ef-dt-agenda         value s12-dt-agenda.
           initialize reg-caix.
           move s12-dt-agenda               to caix-dt-agenda.
           move high-value                  to caix-hr-agenda.
           start vbm-caix key less than caix-chave-caixa.
           read vbm-caix previous with no lock.
           if valid-vbm-caix
              and caix-dt-agenda equal s12-dt-agenda
              perform navegar-registros
           else
              display message box
                 "Nao existem recebimentos nesta data"
           end-if.
      *
       anterior-link-to.
           initialize reg-caix.
           move s12-dt-agenda               to caix-dt-agenda.
           move s12-hr-agenda               to caix-hr-agenda.
           move s12-cd-tutor                to caix-cd-tutor.
           move s12-cd-pet                  to caix-cd-pet.
           start vbm-caix key less than caix-chave-caixa.
           read vbm-caix previous with no lock.
           if not valid-vbm-caix
              or caix-dt-agenda not equal s12-dt-agenda
              display message box
                 "Voce chegou ao primeiro recebimento do dia"
           else
              perform navegar-registros
           end-if.
      *
       proximo-link-to.
           initialize reg-caix.
           move s12-dt-agenda               to caix-dt-agenda.
           move s12-hr-agenda               to caix-hr-agenda.
           move s12-cd-tutor                to caix-cd-tutor.
           move s12-cd-pet                  to caix-cd-pet.
           start vbm-caix key greater than caix-chave-caixa.
           read vbm-caix next with no lock.
           if not valid-vbm-caix
              or caix-dt-agenda not equal s12-dt-agenda
              display message box
                 "Voce chegou ao ultimo recebimento do dia"
           else
              perform navegar-registros
           end-if.
      *
      ******************************************************************
      *    trava do dia: recebimento e estorno so entram no caixa do   *
      *    dia aberto; dia sem abertura ou ja fechado e recusado       *
      ******************************************************************
       validar-caixa-do-dia.
           set ws-caixa-liberado            to false.
           accept ws-dt-sessao              from date yyyymmdd.
           perform verificar-sessao-caixa.
           evaluate true
              when ws-sessao-inexistente
                 display message box
                    "Caixa do dia nao foi aberto - abra a sessao em"
                    " Caixa do dia"
              when ws-sessao-fechada
                 display message box
                    "Caixa do dia ja foi fechado - lancamento recusado"
              when other
                 set ws-caixa-liberado      to true
           end-evaluate.
      *
       verificar-sessao-caixa.
           set ws-sessao-inexistente        to true.
           initialize reg-sesc.
           move ws-dt-sessao                to sesc-dt-caixa.
           read vbm-sesc with no lock.
           if valid-vbm-sesc
              if sesc-fechado
                 set ws-sessao-fechada      to true
              else
                 set ws-sessao-aberta       to true
              end-if
           end-if.
      *
      ******************************************************************
      *    sessao diaria do caixa: abertura com o fundo de troco,      *
      *    sangrias e suprimentos de dinheiro durante o dia e o        *
      *    fechamento com o valor contado em cada forma de pagamento   *
      ******************************************************************
       sessao-link-to.
           initialize screen-t18.
           accept s18-dt-caixa              from date yyyymmdd.
           set s18-sangria                  to true.
           display tela-sesc.
           perform carregar-sessao-caixa.
           perform with test after until fechar-sesc-key
              accept tela-sesc on exception
                 perform controle-componentes-sesc
              end-accept
           end-perform.
           display tela-caix.
           perform modificar-componentes.
           perform desabilitar-componentes.
           perform desabilitar-salvar-cancelar.
           perform habilitar-navegacao.
      *
       controle-componentes-sesc.
           evaluate true
              when consultar-sesc-key
                 perform carregar-sessao-caixa
              when abrir-sesc-key
                 perform abrir-sesc-link-to
              when lancar-sesc-key
                 perform lancar-sesc-link-to
              when fechar-caixa-key
                 perform fechar-caixa-link-to
              when relatorio-sesc-key
                 perform fechamento-link-to
           end-evaluate.
      *
       carregar-sessao-caixa.
           move s18-dt-caixa                to ws-dt-sessao.
           perform verificar-sessao-caixa.
           move zeros                       to s18-vl-fundo-troco
                                               s18-vl-contado-dinheiro
                                               s18-vl-contado-cartao
                                               s18-vl-contado-pix.
           evaluate true
              when ws-sessao-inexistente
                 move "nao aberto"          to s18-situacao-desc
              when ws-sessao-aberta
                 move "aberto"              to s18-situacao-desc
                 move sesc-vl-fundo-troco   to s18-vl-fundo-troco
              when ws-sessao-fechada
                 move "fechado"             to s18-situacao-desc
                 move sesc-vl-fundo-troco   to s18-vl-fundo-troco
                 move sesc-vl-contado(1)    to s18-vl-contado-dinheiro
                 move sesc-vl-contado(2)    to s18-vl-contado-cartao
                 move sesc-vl-contado(3)    to s18-vl-contado-pix
           end-evaluate.
           perform totalizar-movimentos-caixa.
           move ws-fech-vl-sangrias         to ws-vl-ed.
           move ws-vl-ed                    to s18-vl-sangrias-ed.
           move ws-fech-vl-suprimentos      to ws-vl-ed.
           move ws-vl-ed                    to s18-vl-suprimentos-ed.
           move zeros                       to s18-vl-movimento.
           move spaces                      to s18-motivo.
           perform modificar-componentes-sesc.
           perform habilitar-componentes-sesc.
      *
       modificar-componentes-sesc.
           modify t18-ef-dt-caixa           value s18-dt-caixa.
           modify t18-la-situacao           title s18-situacao-desc.
           modify t18-ef-vl-fundo-troco     value s18-vl-fundo-troco.
           if s18-tp-movimento = 0
              set s18-sangria to true
           end-if.
           modify t18-rb-sangria            value s18-tp-movimento.
           modify t18-rb-suprimento         value s18-tp-movimento.
           modify t18-ef-vl-movimento       value s18-vl-movimento.
           modify t18-ef-motivo             value s18-motivo.
           modify t18-la-vl-sangrias        title s18-vl-sangrias-ed.
           modify t18-la-vl-suprimentos     title s18-vl-suprimentos-ed.
           modify t18-ef-vl-contado-dinheiro
              value s18-vl-contado-dinheiro.
           modify t18-ef-vl-contado-cartao  value s18-vl-contado-cartao.
           modify t18-ef-vl-contado-pix     value s18-vl-contado-pix.
      *
      ******************************************************************
      *    abertura so no dia corrente; sangria e suprimento so com o  *
      *    caixa do dia aberto; contagem enquanto a sessao estiver     *
      *    aberta, inclusive de dia anterior que ficou sem fechamento  *
      ******************************************************************
       habilitar-componentes-sesc.
           accept ws-dt-hoje                from date yyyymmdd.
           modify t18-ef-vl-fundo-troco     enabled false.
           modify t18-pb-abrir              enabled false.
           modify t18-rb-sangria            enabled false.
           modify t18-rb-suprimento         enabled false.
           modify t18-ef-vl-movimento       enabled false.
           modify t18-ef-motivo             enabled false.
           modify t18-pb-lancar             enabled false.
           modify t18-ef-vl-contado-dinheiro
                                            enabled false.
           modify t18-ef-vl-contado-cartao  enabled false.
           modify t18-ef-vl-contado-pix     enabled false.
           modify t18-pb-fechar-caixa       enabled false.
           if ws-sessao-inexistente
              and s18-dt-caixa equal ws-dt-hoje
              modify t18-ef-vl-fundo-troco  enabled true
              modify t18-pb-abrir           enabled true
           end-if.
           if ws-sessao-aberta
              and s18-dt-caixa equal ws-dt-hoje
              modify t18-rb-sangria         enabled true
              modify t18-rb-suprimento      enabled true
              modify t18-ef-vl-movimento    enabled true
              modify t18-ef-motivo          enabled true
              modify t18-pb-lancar          enabled true
           end-if.
           if ws-sessao-aberta
              modify t18-ef-vl-contado-dinheiro
                                            enabled true
              modify t18-ef-vl-contado-cartao
                                            enabled true
              modify t18-ef-vl-contado-pix  enabled true
              modify t18-pb-fechar-caixa    enabled true
           end-if.
      *
       abrir-sesc-link-to.
           accept ws-dt-hoje                from date yyyymmdd.
           if s18-dt-caixa not equal ws-dt-hoje
              display message box
                 "Somente o caixa do dia corrente pode ser aberto"
              exit paragraph
           end-if.
           move s18-dt-caixa                to ws-dt-sessao.
           perform verificar-sessao-caixa.
           if not ws-sessao-inexistente
              display message box "Caixa do dia ja foi aberto"
              exit paragraph
           end-if.
           initialize reg-sesc.
           move s18-dt-caixa                to sesc-dt-caixa.
           set sesc-aberto                  to true.
           move s18-vl-fundo-troco          to sesc-vl-fundo-troco.
           accept ws-hora-raw               from time.
           divide ws-hora-raw by 100 giving sesc-hr-abertura.
           move lkop-cd-operador            to sesc-operador-abertura.
           write reg-sesc.
           if duplicado-vbm-sesc
              display message box "Caixa do dia ja foi aberto"
              exit paragraph
           end-if.
           if not valid-vbm-sesc
              display message box "erro ao gravar a abertura do caixa!"
                                  "status: " fs-vbm-sesc
              exit paragraph
           end-if.
           perform carregar-sessao-caixa.
           display message box "Caixa do dia aberto".
      *
      ******************************************************************
      *    sangria e suprimento: so dinheiro, com motivo; a sangria    *
      *    nao pode passar do dinheiro esperado na gaveta              *
      ******************************************************************
       lancar-sesc-link-to.
           accept ws-dt-hoje                from date yyyymmdd.
           move s18-dt-caixa                to ws-dt-sessao.
           perform verificar-sessao-caixa.
           if not ws-sessao-aberta
              or s18-dt-caixa not equal ws-dt-hoje
              display message box
                 "Sangria e suprimento so no caixa do dia aberto"
              exit paragraph
           end-if.
           if s18-vl-movimento equal zeros
              display message box "Informe o valor do lancamento!"
              exit paragraph
           end-if.
           if s18-motivo equal spaces
              display message box "Informe o motivo do lancamento!"
              exit paragraph
           end-if.
           if s18-sangria
              perform apurar-caixa-dia
              if s18-vl-movimento > ws-fech-esperado(1)
                 display message box
                    "Sangria maior que o dinheiro esperado no caixa"
                 exit paragraph
              end-if
           end-if.
           initialize reg-mvcx.
           move s18-dt-caixa                to mvcx-dt-caixa.
           move high-value                  to mvcx-sq-movimento.
           start vbm-mvcx key less than or equal mvcx-chave-movimento.
           read vbm-mvcx previous with no lock.
           if valid-vbm-mvcx
              and mvcx-dt-caixa equal s18-dt-caixa
              add 1 to mvcx-sq-movimento    giving ws-sq-movimento
           else
              move 1                        to ws-sq-movimento
           end-if.
           initialize reg-mvcx.
           move s18-dt-caixa                to mvcx-dt-caixa.
           move ws-sq-movimento             to mvcx-sq-movimento.
           if s18-sangria
              set mvcx-sangria              to true
           else
              set mvcx-suprimento           to true
           end-if.
           move s18-vl-movimento            to mvcx-vl-movimento.
           move s18-motivo                  to mvcx-motivo.
           accept ws-hora-raw               from time.
           divide ws-hora-raw by 100 giving mvcx-hr-movimento.
           move lkop-cd-operador            to mvcx-operador.
           write reg-mvcx.
           if not valid-vbm-mvcx
              display message box "erro ao gravar o lancamento!"
                                  "status: " fs-vbm-mvcx
              exit paragraph
           end-if.
           perform carregar-sessao-caixa.
           display message box "Lancamento registrado no caixa".
      *
      ******************************************************************
      *    fechamento da sessao: grava a contagem do operador, trava   *
      *    a data para recebimentos e estornos e emite o relatorio     *
      ******************************************************************
       fechar-caixa-link-to.
           move s18-dt-caixa                to ws-dt-sessao.
           perform verificar-sessao-caixa.
           if not ws-sessao-aberta
              display message box "Caixa desta data nao esta aberto"
              exit paragraph
           end-if.
           display message box
              "Confirma o fechamento? A data nao aceitara mais"
              " recebimentos nem estornos"
              type 2
              giving return-code.
           if return-code not equal mb-yes
              display message box "Acao interrompida"
              exit paragraph
           end-if.
           initialize reg-sesc.
           move s18-dt-caixa                to sesc-dt-caixa.
           read vbm-sesc.
           if not valid-vbm-sesc
              display message box "erro ao ler a sessao do caixa!"
                                  "status: " fs-vbm-sesc
              exit paragraph
           end-if.
           set sesc-fechado                 to true.
           move s18-vl-contado-dinheiro     to sesc-vl-contado(1).
           move s18-vl-contado-cartao       to sesc-vl-contado(2).
           move s18-vl-contado-pix          to sesc-vl-contado(3).
           accept sesc-dt-fechamento        from date yyyymmdd.
           accept ws-hora-raw               from time.
           divide ws-hora-raw by 100 giving sesc-hr-fechamento.
           move lkop-cd-operador            to sesc-operador-fechamento.
           rewrite reg-sesc.
           if not valid-vbm-sesc
              display message box "erro ao gravar o fechamento!"
                                  "status: " fs-vbm-sesc
              exit paragraph
           end-if.
           perform carregar-sessao-caixa.
           perform fechamento-link-to.
      *
       totalizar-movimentos-caixa.
           move zeros                       to ws-fech-vl-sangrias.
           move zeros                       to ws-fech-vl-suprimentos.
           set ws-fim-movimento             to false.
           initialize reg-mvcx.
           move ws-dt-sessao                to mvcx-dt-caixa.
           move zeros                       to mvcx-sq-movimento.
           start vbm-mvcx key is not less than mvcx-chave-movimento.
           if not valid-vbm-mvcx
              set ws-fim-movimento          to true
           end-if.
           perform with test before until ws-fim-movimento
              read vbm-mvcx next with no lock
              if not valid-vbm-mvcx
                 or mvcx-dt-caixa not equal ws-dt-sessao
                 set ws-fim-movimento       to true
              else
                 if mvcx-sangria
                    add mvcx-vl-movimento   to ws-fech-vl-sangrias
                 else
                    add mvcx-vl-movimento   to ws-fech-vl-suprimentos
                 end-if
              end-if
           end-perform.
      *
       t18-rb-sangria-evt-proc.
           evaluate event-type
           when cmd-clicked
              perform t18-rb-tp-movimento-evt-cmd-clicked
           when other
           end-evaluate.
      *
       t18-rb-suprimento-evt-proc.
           evaluate event-type
           when cmd-clicked
              perform t18-rb-tp-movimento-evt-cmd-clicked
           when other
           end-evaluate.
      *
       t18-rb-tp-movimento-evt-cmd-clicked.
           inquire t18-rb-sangria           value s18-tp-movimento.
           inquire t18-rb-suprimento        value s18-tp-movimento.
      *
      ******************************************************************
      *    estorno do recebimento exibido na tela: exige codigo e      *
      *    senha de um supervisor e o motivo; o movimento original     *
      *    vai para vbm-estc ao lado do estorno e sai de vbm-caix,     *
      *    liberando o atendimento para um novo recebimento            *
      ******************************************************************
       estornar-link-to.
           initialize reg-caix.
           move s12-dt-agenda               to caix-dt-agenda.
           move s12-hr-agenda               to caix-hr-agenda.
           move s12-cd-tutor                to caix-cd-tutor.
           move s12-cd-pet                  to caix-cd-pet.
           read vbm-caix with no lock.
           if not valid-vbm-caix
              display message box
                 "Recebimento nao encontrado - localize o recebimento"
                 " a estornar"
              exit paragraph
           end-if.
           move caix-dt-recebimento         to ws-dt-sessao.
           perform verificar-sessao-caixa.
           if ws-sessao-fechada
              display message box
                 "Caixa da data do recebimento ja foi fechado -"
                 " estorno recusado"
              exit paragraph
           end-if.
           perform validar-caixa-do-dia.
           if not ws-caixa-liberado
              exit paragraph
           end-if.
           initialize screen-t19.
           move caix-dt-agenda              to s19-dt-agenda.
           move caix-hr-agenda              to s19-hr-agenda.
           move s12-nm-tutor                to s19-nm-tutor.
           move s12-nm-pet                  to s19-nm-pet.
           move caix-tp-servico             to ws-tp-servico.
           perform carregar-descricao-servico.
           move ws-desc-servico             to s19-servico-desc.
           move caix-vl-recebido            to ws-vl-ed.
           move ws-vl-ed                    to s19-vl-recebido-ed.
           move caix-tp-pagamento           to ws-idx.
           perform carregar-descricao-pagamento.
           move ws-desc-pagamento           to s19-pagamento-desc.
           if lkop-supervisor
              move lkop-cd-operador         to s19-cd-supervisor
           end-if.
           set ws-estorno-concluido         to false.
           display tela-estc.
           perform modificar-componentes-estc.
           perform with test after
                      until cancelar-estc-key or ws-estorno-concluido
              accept tela-estc on exception
                 perform controle-componentes-estc
              end-accept
           end-perform.
           display tela-caix.
           if ws-estorno-concluido
              move "estornado"              to s12-situacao-desc
           end-if.
           perform modificar-componentes.
           perform desabilitar-componentes.
           perform desabilitar-salvar-cancelar.
           perform habilitar-navegacao.
      *
       controle-componentes-estc.
           evaluate true
              when confirmar-estc-key
                 perform confirmar-estc-link-to
           end-evaluate.
      *
       modificar-componentes-estc.
           modify t19-la-dt-agenda          title s19-dt-agenda.
           modify t19-la-hr-agenda          title s19-hr-agenda.
           modify t19-la-nm-tutor           title s19-nm-tutor.
           modify t19-la-nm-pet             title s19-nm-pet.
           modify t19-la-servico            title s19-servico-desc.
           modify t19-la-vl-recebido        title s19-vl-recebido-ed.
           modify t19-la-pagamento          title s19-pagamento-desc.
           modify t19-ef-cd-supervisor      value s19-cd-supervisor.
           modify t19-ef-senha              value s19-senha.
           modify t19-ef-motivo             value s19-motivo.
      *
       confirmar-estc-link-to.
           if s19-cd-supervisor equal spaces
              display message box "Informe o codigo do supervisor!"
              exit paragraph
           end-if.
           if s19-motivo equal spaces
              display message box "Informe o motivo do estorno!"
              exit paragraph
           end-if.
           perform autorizar-supervisor.
           if not ws-supervisor-autorizado
              move spaces                   to s19-senha
              modify t19-ef-senha           value s19-senha
              exit paragraph
           end-if.
           perform gravar-estorno.
      *
       autorizar-supervisor.
           set ws-supervisor-autorizado     to false.
           initialize reg-oper.
           move s19-cd-supervisor           to oper-cd-operador.
           read vbm-oper with no lock.
           if not valid-vbm-oper or not oper-supervisor
              display message box
                 "Codigo informado nao e de um supervisor"
              exit paragraph
           end-if.
           if oper-bloqueado
              display message box "Supervisor bloqueado"
              exit paragraph
           end-if.
           move s19-senha                   to ws-senha-entrada.
           perform calcular-hash-senha.
           if ws-senha-hash not equal oper-senha-hash
              display message box "Senha do supervisor nao confere"
              exit paragraph
           end-if.
           set ws-supervisor-autorizado     to true.
      *
       gravar-estorno.
           initialize reg-caix.
           move s12-dt-agenda               to caix-dt-agenda.
           move s12-hr-agenda               to caix-hr-agenda.
           move s12-cd-tutor                to caix-cd-tutor.
           move s12-cd-pet                  to caix-cd-pet.
           read vbm-caix with no lock.
           if not valid-vbm-caix
              display message box
                 "Recebimento nao encontrado - estorno cancelado"
              set ws-estorno-concluido      to true
              exit paragraph
           end-if.
           initialize reg-estc.
           move caix-chave-caixa            to estc-chave-caixa.
           move high-value                  to estc-sq-estorno.
           start vbm-estc key less than or equal estc-chave-estorno.
           read vbm-estc previous with no lock.
           if valid-vbm-estc
              and estc-chave-caixa equal caix-chave-caixa
              add 1 to estc-sq-estorno      giving ws-sq-estorno
           else
              move 1                        to ws-sq-estorno
           end-if.
           initialize reg-estc.
           move caix-chave-caixa            to estc-chave-caixa.
           move ws-sq-estorno               to estc-sq-estorno.
           move caix-tp-servico             to estc-tp-servico.
           move caix-vl-tabela              to estc-vl-tabela.
           move caix-vl-desconto            to estc-vl-desconto.
           move caix-vl-recebido            to estc-vl-recebido.
           move caix-tp-pagamento           to estc-tp-pagamento.
           move caix-dt-recebimento         to estc-dt-recebimento.
           move caix-hr-recebimento         to estc-hr-recebimento.
           move caix-operador               to estc-operador.
           accept estc-dt-estorno           from date yyyymmdd.
           accept ws-hora-raw               from time.
           divide ws-hora-raw by 100 giving estc-hr-estorno.
           move lkop-cd-operador            to estc-operador-estorno.
           move s19-cd-supervisor           to estc-supervisor.
           move s19-motivo                  to estc-motivo.
           write reg-estc.
           if not valid-vbm-estc
              display message box "erro ao gravar o estorno!"
                                  "status: " fs-vbm-estc
              exit paragraph
           end-if.
           delete vbm-caix.
           if not valid-vbm-caix
              delete vbm-estc
              display message box "erro ao estornar o recebimento!"
                                  "status: " fs-vbm-caix
              exit paragraph
           end-if.
           perform desfazer-conciliacao.
           if estc-pacote
              perform devolver-sessao-pacote
           end-if.
           set ws-estorno-concluido         to true.
           display message box
              "Recebimento estornado - o atendimento pode ser"
              " recebido novamente".
      *
      ******************************************************************
      *    recebimento estornado que ja tinha sido conciliado (marca   *
      *    em vbm-ccai): a liquidacao de cartao ou pix volta a         *
      *    pendente e a marca e excluida, para que um novo recebimento *
      *    do mesmo atendimento seja conciliado de novo pelo vbm-1028  *
      ******************************************************************
       desfazer-conciliacao.
           initialize reg-ccai.
           set ccai-atendimento             to true.
           move estc-chave-caixa            to ccai-chave-referencia.
           read vbm-ccai.
           if not valid-vbm-ccai
              exit paragraph
           end-if.
           initialize reg-conc.
           move ccai-tp-origem              to conc-tp-origem.
           move ccai-nr-transacao           to conc-nr-transacao.
           read vbm-conc with lock.
           if valid-vbm-conc
              set conc-pendente             to true
              move spaces                   to conc-referencia
              move zero                     to conc-tp-pagamento-caixa
              move zero                     to conc-dt-conciliacao
              rewrite reg-conc
              if not valid-vbm-conc
                 display message box
                    "erro ao desfazer a conciliacao do recebimento!"
                    "status: " fs-vbm-conc
                 unlock vbm-conc
                 exit paragraph
              end-if
              unlock vbm-conc
           end-if.
           delete vbm-ccai.
           if not valid-vbm-ccai
              display message box
                 "erro ao excluir a conciliacao do recebimento!"
                 "status: " fs-vbm-ccai
           end-if.
      *
      ******************************************************************
      *    hash da senha: mesmo calculo do login em vbm-1000           *
      ******************************************************************
       calcular-hash-senha.
           move 7                            to ws-hash-trab.
           perform varying ws-hash-pos from 1 by 1
                      until ws-hash-pos > 8
              perform carregar-codigo-caractere
              compute ws-hash-trab = ws-hash-trab * 31
                                     + ws-hash-codigo
              divide ws-hash-trab by 1000000000
                 giving ws-hash-quoc remainder ws-hash-trab
           end-perform.
           move ws-hash-trab                 to ws-senha-hash.
      *
       carregar-codigo-caractere.
           move zero                         to ws-hash-codigo.
           if ws-senha-entrada(ws-hash-pos:1) equal space
              exit paragraph
           end-if.
           move 63                           to ws-hash-codigo.
           perform varying ws-tab-pos from 1 by 1
                      until ws-tab-pos > 36
              if ws-tab-maiusculas(ws-tab-pos:1) equal
                 ws-senha-entrada(ws-hash-pos:1)
                 move ws-tab-pos             to ws-hash-codigo
                 move 36                     to ws-tab-pos
              end-if
           end-perform.
           if ws-hash-codigo equal 63
              perform varying ws-tab-pos from 1 by 1
                         until ws-tab-pos > 26
                 if ws-tab-minusculas(ws-tab-pos:1) equal
                    ws-senha-entrada(ws-hash-pos:1)
                    compute ws-hash-codigo = 36 + ws-tab-pos
                    move 26                  to ws-tab-pos
                 end-if
              end-perform
           end-if.
      *
      ******************************************************************
      *    fechamento diario: totaliza os recebimentos do dia por      *
      *    servico e forma de pagamento (inclusive os depois           *
      *    estornados), os estornos lancados no dia, o fundo de        *
      *    troco, sangrias e suprimentos, e confere o esperado com o   *
      *    contado pelo operador para a assinatura do supervisor       *
      ******************************************************************
       fechamento-link-to.
           inquire t18-ef-dt-caixa          value s18-dt-caixa.
           open output vbm-rcai.
           if not valid-vbm-rcai
              display message box
                 "erro ao abrir o relatorio do caixa!"
                 "status: " fs-vbm-rcai
              exit paragraph
           end-if.
           move s18-dt-caixa                to ws-dt-sessao.
           perform apurar-caixa-dia.
           perform imprimir-fechamento.
           close vbm-rcai.
           display message box
              "Fechamento do caixa gerado com sucesso!".
      *
       apurar-caixa-dia.
           initialize ws-tab-fech.
           initialize ws-fech-total-pag.
           initialize ws-fech-estornos.
           initialize ws-fech-conferencia.
           initialize ws-fech-pacotes.
           initialize ws-fech-sessoes.
           move zero                        to ws-fech-qtd-pacotes.
           move zeros                       to ws-fech-total-pacotes.
           move zero                        to ws-fech-qtd-sessoes.
           move zeros                       to ws-fech-total-sessoes.
           move zeros                       to ws-fech-total-geral.
           move zeros                       to ws-fech-total-desconto.
           move zero                        to ws-fech-qtd-recebidos.
           move zero                        to ws-fech-qtd-estornos.
           move zeros                       to ws-fech-vl-fundo.
           perform verificar-sessao-caixa.
           if not ws-sessao-inexistente
              move sesc-vl-fundo-troco      to ws-fech-vl-fundo
           end-if.
           if ws-sessao-fechada
              perform varying ws-idx from 1 by 1 until ws-idx > 3
                 move sesc-vl-contado(ws-idx)
                                            to ws-fech-contado(ws-idx)
              end-perform
           end-if.
           perform acumular-recebimentos-dia.
           perform acumular-estornados-dia.
           perform acumular-estornos-dia.
           perform acumular-vendas-pacote-dia.
           perform totalizar-movimentos-caixa.
           move zeros                       to ws-fech-tot-esperado.
           move zeros                       to ws-fech-tot-contado.
           move zeros                       to ws-fech-tot-quebra.
           perform varying ws-idx from 1 by 1 until ws-idx > 3
              compute ws-fech-esperado(ws-idx) =
                      ws-fech-tot-pagamento(ws-idx)
                      + ws-fech-pac-pagamento(ws-idx)
                      - ws-fech-est-pagamento(ws-idx)
              if ws-idx equal 1
                 compute ws-fech-esperado(ws-idx) =
                         ws-fech-esperado(ws-idx)
                         + ws-fech-vl-fundo
                         + ws-fech-vl-suprimentos
                         - ws-fech-vl-sangrias
              end-if
              compute ws-fech-quebra(ws-idx) =
                      ws-fech-contado(ws-idx)
                      - ws-fech-esperado(ws-idx)
              add ws-fech-esperado(ws-idx)  to ws-fech-tot-esperado
              add ws-fech-contado(ws-idx)   to ws-fech-tot-contado
              add ws-fech-quebra(ws-idx)    to ws-fech-tot-quebra
           end-perform.
      *
       acumular-recebimentos-dia.
           set ws-fim-caixa                 to false.
           initialize reg-caix.
           move ws-dt-sessao                to caix-dt-recebimento.
           start vbm-caix key is equal to caix-dt-recebimento.
           if not valid-vbm-caix
              set ws-fim-caixa              to true
           end-if.
           perform with test before until ws-fim-caixa
              read vbm-caix next with no lock
              if not valid-vbm-caix
                 or caix-dt-recebimento not equal ws-dt-sessao
                 set ws-fim-caixa           to true
              else
                 perform acumular-um-recebimento
              end-if
           end-perform.
      *
       acumular-um-recebimento.
           if caix-pacote
              perform acumular-sessao-pacote
              exit paragraph
           end-if.
           if caix-tp-servico < 1 or caix-tp-servico > 4
              or caix-tp-pagamento < 1 or caix-tp-pagamento > 3
              exit paragraph
           end-if.
           add 1                            to ws-fech-qtd-recebidos.
           add 1            to ws-fech-qtd(caix-tp-servico).
           add caix-vl-recebido
              to ws-fech-valor(caix-tp-servico, caix-tp-pagamento).
           add caix-vl-recebido
              to ws-fech-tot-pagamento(caix-tp-pagamento).
           add caix-vl-recebido             to ws-fech-total-geral.
           add caix-vl-desconto             to ws-fech-total-desconto.
      *
      ******************************************************************
      *    recebimentos do dia que foram estornados depois: entram no  *
      *    bruto do dia pelo movimento original guardado no estorno    *
      ******************************************************************
       acumular-estornados-dia.
           set ws-fim-estorno               to false.
           initialize reg-estc.
           move ws-dt-sessao                to estc-dt-recebimento.
           start vbm-estc key is equal to estc-dt-recebimento.
           if not valid-vbm-estc
              set ws-fim-estorno            to true
           end-if.
           perform with test before until ws-fim-estorno
              read vbm-estc next with no lock
              if not valid-vbm-estc
                 or estc-dt-recebimento not equal ws-dt-sessao
                 set ws-fim-estorno         to true
              else
                 perform acumular-um-estornado
              end-if
           end-perform.
      *
       acumular-um-estornado.
           if estc-tp-servico < 1 or estc-tp-servico > 4
              or estc-tp-pagamento < 1 or estc-tp-pagamento > 3
              exit paragraph
           end-if.
           add 1                            to ws-fech-qtd-recebidos.
           add 1            to ws-fech-qtd(estc-tp-servico).
           add estc-vl-recebido
              to ws-fech-valor(estc-tp-servico, estc-tp-pagamento).
           add estc-vl-recebido
              to ws-fech-tot-pagamento(estc-tp-pagamento).
           add estc-vl-recebido             to ws-fech-total-geral.
           add estc-vl-desconto             to ws-fech-total-desconto.
      *
       acumular-estornos-dia.
           set ws-fim-estorno               to false.
           initialize reg-estc.
           move ws-dt-sessao                to estc-dt-estorno.
           start vbm-estc key is equal to estc-dt-estorno.
           if not valid-vbm-estc
              set ws-fim-estorno            to true
           end-if.
           perform with test before until ws-fim-estorno
              read vbm-estc next with no lock
              if not valid-vbm-estc
                 or estc-dt-estorno not equal ws-dt-sessao
                 set ws-fim-estorno         to true
              else
                 add 1                      to ws-fech-qtd-estornos
                 if estc-tp-pagamento >= 1 and estc-tp-pagamento <= 3
                    add estc-vl-recebido
                       to ws-fech-est-pagamento(estc-tp-pagamento)
                 end-if
              end-if
           end-perform.
      *
       imprimir-fechamento.
           move "fechamento diario do caixa - vbm-1015"
                                             to ws-rel-titulo.
           write reg-rcai                   from ws-rel-titulo.
           move ws-dt-sessao                to ws-rel-data-r.
           move ws-rel-dia                  to wsr-dia.
           move ws-rel-mes                  to wsr-mes.
           move ws-rel-ano                  to wsr-ano.
           write reg-rcai                   from ws-rel-data.
           perform montar-situacao-caixa.
           write reg-rcai                   from ws-rel-situacao.
           write reg-rcai                   from ws-rel-branco.
           write reg-rcai                   from ws-rel-cabecalho.
           perform varying ws-idx from 1 by 1 until ws-idx > 4
              perform imprimir-linha-servico
           end-perform.
           write reg-rcai                   from ws-rel-branco.
           move "total"                     to wsr-servico.
           move ws-fech-tot-pagamento(1)    to wsr-vl-dinheiro.
           move ws-fech-tot-pagamento(2)    to wsr-vl-cartao.
           move ws-fech-tot-pagamento(3)    to wsr-vl-pix.
           move ws-fech-total-geral         to wsr-vl-total.
           write reg-rcai                   from ws-rel-detalhe.
           write reg-rcai                   from ws-rel-branco.
           move ws-fech-qtd-recebidos       to wsr-qtd-recebidos.
           write reg-rcai                   from ws-rel-total.
           move ws-fech-total-desconto      to wsr-vl-desconto.
           write reg-rcai                   from ws-rel-desconto.
           write reg-rcai                   from ws-rel-branco.
           perform imprimir-pacotes-dia.
           write reg-rcai                   from ws-rel-branco.
           perform imprimir-estornos-dia.
           write reg-rcai                   from ws-rel-branco.
           perform imprimir-conferencia.
           write reg-rcai                   from ws-rel-branco.
           write reg-rcai                   from ws-rel-assinatura.
      *
       imprimir-linha-servico.
           move ws-idx                      to ws-tp-servico.
           perform carregar-descricao-servico.
           move ws-desc-servico             to wsr-servico.
           move ws-fech-valor(ws-idx, 1)    to wsr-vl-dinheiro.
           move ws-fech-valor(ws-idx, 2)    to wsr-vl-cartao.
           move ws-fech-valor(ws-idx, 3)    to wsr-vl-pix.
           compute wsr-vl-total = ws-fech-valor(ws-idx, 1)
                                  + ws-fech-valor(ws-idx, 2)
                                  + ws-fech-valor(ws-idx, 3).
           write reg-rcai                   from ws-rel-detalhe.
      *
       montar-situacao-caixa.
           move spaces                      to wsr-situacao.
           evaluate true
              when ws-sessao-inexistente
                 move "caixa nao foi aberto nesta data"
                                            to wsr-situacao
              when ws-sessao-aberta
                 move "aberto - contagem ainda nao informada"
                                            to wsr-situacao
              when ws-sessao-fechada
                 move sesc-dt-fechamento    to ws-rel-data-r
                 string
                    "fechado em "           delimited by size
                    ws-rel-dia              delimited by size
                    "/"                     delimited by size
                    ws-rel-mes              delimited by size
                    "/"                     delimited by size
                    ws-rel-ano              delimited by size
                    " as "                  delimited by size
                    sesc-hr-fechamento(1:2) delimited by size
                    ":"                     delimited by size
                    sesc-hr-fechamento(3:2) delimited by size
                    " por "                 delimited by size
                    sesc-operador-fechamento
                                            delimited by space
                    into wsr-situacao
                 end-string
           end-evaluate.
      *
      ******************************************************************
      *    estornos lancados no dia: movimento original e estorno      *
      *    lado a lado na mesma linha                                  *
      ******************************************************************
       imprimir-estornos-dia.
           write reg-rcai                   from ws-rel-estorno-titulo.
           if ws-fech-qtd-estornos equal zero
              write reg-rcai                from ws-rel-sem-estorno
              exit paragraph
           end-if.
           write reg-rcai
              from ws-rel-estorno-cabecalho.
           set ws-fim-estorno               to false.
           initialize reg-estc.
           move ws-dt-sessao                to estc-dt-estorno.
           start vbm-estc key is equal to estc-dt-estorno.
           if not valid-vbm-estc
              set ws-fim-estorno            to true
           end-if.
           perform with test before until ws-fim-estorno
              read vbm-estc next with no lock
              if not valid-vbm-estc
                 or estc-dt-estorno not equal ws-dt-sessao
                 set ws-fim-estorno         to true
              else
                 perform imprimir-linha-estorno
              end-if
           end-perform.
      *
       imprimir-linha-estorno.
           move estc-dt-agenda              to ws-rel-data-r.
           string
              ws-rel-dia                    delimited by size
              "/"                           delimited by size
              ws-rel-mes                    delimited by size
              "/"                           delimited by size
              ws-rel-ano                    delimited by size
              into wsr-est-dt-agenda
           end-string.
           move estc-hr-agenda              to wsr-est-hr-agenda.
           move estc-cd-tutor               to wsr-est-cd-tutor.
           move estc-cd-pet                 to wsr-est-cd-pet.
           move estc-tp-servico             to ws-tp-servico.
           perform carregar-descricao-servico.
           move ws-desc-servico             to wsr-est-servico.
           move estc-tp-pagamento           to ws-idx.
           perform carregar-descricao-pagamento.
           move ws-desc-pagamento           to wsr-est-pagamento.
           move estc-vl-recebido            to wsr-est-vl-recebido.
           move estc-dt-recebimento         to ws-rel-data-r.
           move spaces                      to wsr-est-recebido-em.
           string
              ws-rel-dia                    delimited by size
              "/"                           delimited by size
              ws-rel-mes                    delimited by size
              " "                           delimited by size
              estc-hr-recebimento(1:2)      delimited by size
              ":"                           delimited by size
              estc-hr-recebimento(3:2)      delimited by size
              into wsr-est-recebido-em
           end-string.
           move estc-operador               to wsr-est-operador.
           move spaces                      to wsr-est-hr-estorno.
           string
              estc-hr-estorno(1:2)          delimited by size
              ":"                           delimited by size
              estc-hr-estorno(3:2)          delimited by size
              into wsr-est-hr-estorno
           end-string.
           move estc-supervisor             to wsr-est-supervisor.
           move estc-motivo                 to wsr-est-motivo.
           write reg-rcai                   from ws-rel-estorno.
      *
      ******************************************************************
      *    conferencia: esperado por forma de pagamento (servicos      *
      *    recebidos mais vendas de pacotes, menos estornos; no        *
      *    dinheiro mais fundo de troco e suprimentos, menos           *
      *    sangrias) contra o contado; a quebra e o contado menos o    *
      *    esperado                                                    *
      ******************************************************************
       imprimir-conferencia.
           move ws-fech-vl-fundo            to wsr-vl-fundo.
           write reg-rcai                   from ws-rel-fundo.
           move ws-fech-vl-sangrias         to wsr-vl-sangrias.
           write reg-rcai                   from ws-rel-sangrias.
           move ws-fech-vl-suprimentos      to wsr-vl-suprimentos.
           write reg-rcai                   from ws-rel-suprimentos.
           write reg-rcai                   from ws-rel-branco.
           write reg-rcai                   from ws-rel-conf-cabecalho.
           perform varying ws-idx from 1 by 1 until ws-idx > 3
              perform imprimir-linha-conferencia
           end-perform.
           move "total"                     to wsr-conf-forma.
           move ws-fech-total-geral         to wsr-conf-recebido.
           move ws-fech-total-pacotes       to wsr-conf-pacotes.
           compute wsr-conf-estornos = ws-fech-est-pagamento(1)
                                       + ws-fech-est-pagamento(2)
                                       + ws-fech-est-pagamento(3).
           compute wsr-conf-ajuste = ws-fech-vl-fundo
                                     + ws-fech-vl-suprimentos
                                     - ws-fech-vl-sangrias.
           move ws-fech-tot-esperado        to wsr-conf-esperado.
           move ws-fech-tot-contado         to wsr-conf-contado.
           move ws-fech-tot-quebra          to wsr-conf-quebra.
           write reg-rcai                   from ws-rel-conferencia.
           write reg-rcai                   from ws-rel-branco.
           move ws-fech-tot-quebra          to wsr-vl-quebra.
           evaluate true
              when not ws-sessao-fechada
                 move "(caixa nao fechado)" to wsr-quebra-desc
              when ws-fech-tot-quebra > zero
                 move "(sobra)"             to wsr-quebra-desc
              when ws-fech-tot-quebra < zero
                 move "(falta)"             to wsr-quebra-desc
              when other
                 move "(sem diferenca)"     to wsr-quebra-desc
           end-evaluate.
           write reg-rcai                   from ws-rel-quebra.
      *
       imprimir-linha-conferencia.
           perform carregar-descricao-pagamento.
           move ws-desc-pagamento           to wsr-conf-forma.
           move ws-fech-tot-pagamento(ws-idx)
                                            to wsr-conf-recebido.
           move ws-fech-pac-pagamento(ws-idx)
                                            to wsr-conf-pacotes.
           move ws-fech-est-pagamento(ws-idx)
                                            to wsr-conf-estornos.
           if ws-idx equal 1
              compute wsr-conf-ajuste = ws-fech-vl-fundo
                                        + ws-fech-vl-suprimentos
                                        - ws-fech-vl-sangrias
           else
              move zeros                    to wsr-conf-ajuste
           end-if.
           move ws-fech-esperado(ws-idx)    to wsr-conf-esperado.
           move ws-fech-contado(ws-idx)     to wsr-conf-contado.
           move ws-fech-quebra(ws-idx)      to wsr-conf-quebra.
           write reg-rcai                   from ws-rel-conferencia.
      *
       carregar-descricao-pagamento.
           evaluate ws-idx
              when 1
                 move "dinheiro"            to ws-desc-pagamento
              when 2
                 move "cartao"              to ws-desc-pagamento
              when 3
                 move "pix"                 to ws-desc-pagamento
              when 4
                 move "pacote"              to ws-desc-pagamento
              when other
                 move spaces                to ws-desc-pagamento
           end-evaluate.
      *
       t12-ef-cd-tutor-aft-proc.
           inquire t12-ef-cd-tutor          value s12-cd-tutor.
           if s12-cd-tutor equal zeros
              exit paragraph
           end-if.
           initialize reg-tuto.
           move s12-cd-tutor                to tuto-cd-tutor.
           read vbm-tuto with no lock.
           if not valid-vbm-tuto or tuto-excluido
              display message box
                 "Tutor nao encontrado ou excluido"
              move spaces                   to s12-nm-tutor
           else
              move tuto-nm-tutor            to s12-nm-tutor
           end-if.
           modify t12-ef-nm-tutor           value s12-nm-tutor.
      *
       t12-ef-cd-pet-aft-proc.
           inquire t12-ef-cd-pet            value s12-cd-pet.
           if s12-cd-tutor equal zeros or s12-cd-pet equal zeros
              exit paragraph
           end-if.
           initialize reg-pet.
           move s12-cd-tutor                to pet-cd-tutor.
           move s12-cd-pet                  to pet-cd-pet.
           read vbm-pet with no lock.
           if not valid-vbm-pet
              display message box
                 "Registro do pet nao pode ser encontrado"
              move spaces                   to s12-nm-pet
           else
              move pet-nm-pet               to s12-nm-pet
           end-if.
           modify t12-ef-nm-pet             value s12-nm-pet.
      *
       t12-rb-dinheiro-evt-proc.
           evaluate event-type
           when cmd-clicked
              perform t12-rb-tp-pagamento-evt-cmd-clicked
           when other
           end-evaluate.
      *
       t12-rb-cartao-evt-proc.
           evaluate event-type
           when cmd-clicked
              perform t12-rb-tp-pagamento-evt-cmd-clicked
           when other
           end-evaluate.
      *
       t12-rb-pix-evt-proc.
           evaluate event-type
           when cmd-clicked
              perform t12-rb-tp-pagamento-evt-cmd-clicked
           when other
           end-evaluate.
      *
       t12-rb-tp-pagamento-evt-cmd-clicked.
           inquire t12-rb-dinheiro          value s12-tp-pagamento.
           inquire t12-rb-cartao            value s12-tp-pagamento.
           inquire t12-rb-pix               value s12-tp-pagamento.
      *
      ******************************************************************
      *    manutencao da tabela de precos por servico (supervisor):    *
      *    reajustes entram como novas vigencias, sem apagar as        *
      *    anteriores, para preservar o historico de precos            *
      ******************************************************************
       precos-link-to.
           if not lkop-supervisor
              display message box
                 "Somente supervisores podem manter a tabela de precos"
              exit paragraph
           end-if.
           initialize screen-t13.
           set s13-consulta                 to true.
           set wss-prsv-pesquisa            to true.
           display tela-prsv.
           perform modificar-componentes-prsv.
           perform carregar-fiscal-prsv.
           perform desabilitar-componentes-prsv.
           perform desabilitar-salvar-cancelar-prsv.
           perform with test after until fechar-prsv-key
              accept tela-prsv on exception
                 perform controle-componentes-prsv
              end-accept
           end-perform.
           display tela-caix.
           perform modificar-componentes.
           perform desabilitar-componentes.
           perform desabilitar-salvar-cancelar.
           perform habilitar-navegacao.
      *
       controle-componentes-prsv.
           evaluate true
              when novo-prsv-key
                 perform novo-prsv-link-to
              when editar-prsv-key
                 perform editar-prsv-link-to
              when excluir-prsv-key
                 perform excluir-prsv-link-to
              when primeiro-prsv-key
                 perform primeiro-prsv-link-to
              when anterior-prsv-key
                 perform anterior-prsv-link-to
              when proximo-prsv-key
                 perform proximo-prsv-link-to
              when ultimo-prsv-key
                 perform ultimo-prsv-link-to
              when salvar-prsv-key
                 perform salvar-prsv-link-to
              when cancelar-prsv-key
                 perform cancelar-prsv-link-to
              when gravar-fiscal-prsv-key
                 perform gravar-fiscal-prsv-link-to
           end-evaluate.
      *
       modificar-componentes-prsv.
           if s13-tp-servico = 0
              set s13-consulta to true
           end-if.
           modify t13-rb-consulta           value s13-tp-servico.
           modify t13-rb-banho              value s13-tp-servico.
           modify t13-rb-tosa               value s13-tp-servico.
           modify t13-rb-vacina             value s13-tp-servico.
           modify t13-ef-dt-vigencia        value s13-dt-vigencia.
           modify t13-ef-vl-servico         value s13-vl-servico.
      *
       habilitar-componentes-prsv.
           modify t13-ef-dt-vigencia        enabled true.
           modify t13-ef-vl-servico         enabled true.
      *
       desabilitar-componentes-prsv.
           modify t13-ef-dt-vigencia        enabled false.
           modify t13-ef-vl-servico         enabled false.
      *
       habilitar-salvar-cancelar-prsv.
           modify t13-pb-salvar             enabled true.
           modify t13-pb-cancelar           enabled true.
      *
       desabilitar-salvar-cancelar-prsv.
           modify t13-pb-salvar             enabled false.
           modify t13-pb-cancelar           enabled false.
      *
       habilitar-navegacao-prsv.
           modify t13-pb-novo               enabled true.
           modify t13-pb-editar             enabled true.
           modify t13-pb-excluir            enabled true.
           modify t13-pb-primeiro           enabled true.
           modify t13-pb-proximo            enabled true.
           modify t13-pb-anterior           enabled true.
           modify t13-pb-ultimo             enabled true.
      *
       desabilitar-navegacao-prsv.
           modify t13-pb-novo               enabled false.
           modify t13-pb-editar             enabled false.
           modify t13-pb-excluir            enabled false.
           modify t13-pb-primeiro           enabled false.
           modify t13-pb-proximo            enabled false.
           modify t13-pb-anterior           enabled false.
           modify t13-pb-ultimo             enabled false.
      *
       mover-registro-para-tela-prsv.
           move prsv-tp-servico             to s13-tp-servico.
           move prsv-dt-vigencia            to s13-dt-vigencia.
           move prsv-vl-servico             to s13-vl-servico.
      *
       navegar-registros-prsv.
           perform mover-registro-para-tela-prsv.
           perform modificar-componentes-prsv.
           perform carregar-fiscal-prsv.
      *
       cancelar-prsv-link-to.
           initialize screen-t13.
           set s13-consulta                 to true.
           perform modificar-componentes-prsv.
           perform carregar-fiscal-prsv.
           perform desabilitar-salvar-cancelar-prsv.
           perform desabilitar-componentes-prsv.
           perform habilitar-navegacao-prsv.
           set wss-prsv-pesquisa            to true.
      *
       salvar-prsv-link-to.
           if s13-dt-vigencia equal zeros
              display message box "Informe a data de vigencia!"
              exit paragraph
           end-if.
           if s13-vl-servico equal zeros
              display message box "Informe o valor do servico!"
              exit paragraph
           end-if.
           initialize reg-prsv.
           move s13-tp-servico              to prsv-tp-servico.
           move s13-dt-vigencia             to prsv-dt-vigencia.
           move s13-vl-servico              to prsv-vl-servico.
           if wss-prsv-inclusao
              write reg-prsv
              if duplicado-vbm-prsv
                 display message box
                    "Preco ja cadastrado para esta vigencia"
                 exit paragraph
              end-if
              if not valid-vbm-prsv
                 display message box "erro ao gravar o preco!"
                                     "status: " fs-vbm-prsv
                 exit paragraph
              end-if
           end-if.
           if wss-prsv-alteracao
              rewrite reg-prsv
              if not valid-vbm-prsv
                 display message box "erro ao alterar o preco!"
                                     "status: " fs-vbm-prsv
                 exit paragraph
              end-if
           end-if.
           perform desabilitar-salvar-cancelar-prsv.
           perform desabilitar-componentes-prsv.
           perform habilitar-navegacao-prsv.
           set wss-prsv-pesquisa            to true.
      *
       novo-prsv-link-to.
           accept s13-dt-vigencia           from date yyyymmdd.
           move zeros                       to s13-vl-servico.
           perform habilitar-componentes-prsv.
           perform modificar-componentes-prsv.
           perform desabilitar-navegacao-prsv.
           perform habilitar-salvar-cancelar-prsv.
           set wss-prsv-inclusao            to true.
      *
       editar-prsv-link-to.
           initialize reg-prsv.
           move s13-tp-servico              to prsv-tp-servico.
           move s13-dt-vigencia             to prsv-dt-vigencia.
           read vbm-prsv with no lock.
           if not valid-vbm-prsv
              display message box
                 "Registro do preco nao pode ser encontrado"
              exit paragraph
           end-if.
           perform desabilitar-navegacao-prsv.
           perform habilitar-salvar-cancelar-prsv.
           modify t13-ef-vl-servico         enabled true.
           set wss-prsv-alteracao           to true.
      *
       excluir-prsv-link-to.
           initialize reg-prsv.
           move s13-tp-servico              to prsv-tp-servico.
           move s13-dt-vigencia             to prsv-dt-vigencia.
           read vbm-prsv with no lock.
           if not valid-vbm-prsv
              display message box
                 "Registro do preco nao pode ser encontrado"
              exit paragraph
           end-if.
           display message box
              "Voce realmente deseja excluir o preco?"
              type 2
              giving return-code.
           if return-code equal mb-yes
              delete vbm-prsv
              display message box "Preco removido"
              move zeros                    to s13-dt-vigencia
                                               s13-vl-servico
              perform modificar-componentes-prsv
           else
              display message box "Acao interrompida"
           end-if.
      *
       primeiro-prsv-link-to.
           initialize reg-prsv.
           move low-value                   to prsv-chave-preco.
           start vbm-prsv key greater than prsv-chave-preco.
           read vbm-prsv next with no lock.
           if valid-vbm-prsv
              perform navegar-registros-prsv
           else
              display message box "Nao existem precos cadastrados"
           end-if.
      *
       ultimo-prsv-link-to.
           initialize reg-prsv.
           move high-value                  to prsv-chave-preco.
           start vbm-prsv key less than prsv-chave-preco.
           read vbm-prsv previous with no lock.
           if valid-vbm-prsv
              perform navegar-registros-prsv
           else
              display message box "Nao existem precos cadastrados"
           end-if.
      *
       anterior-prsv-link-to.
           initialize reg-prsv.
           move s13-tp-servico              to prsv-tp-servico.
           move s13-dt-vigencia             to prsv-dt-vigencia.
           start vbm-prsv key less than prsv-chave-preco.
           read vbm-prsv previous with no lock.
           if not valid-vbm-prsv
              display message box "Voce chegou ao primeiro preco"
           else
              perform navegar-registros-prsv
           end-if.
      *
       proximo-prsv-link-to.
           initialize reg-prsv.
           move s13-tp-servico              to prsv-tp-servico.
           move s13-dt-vigencia             to prsv-dt-vigencia.
           start vbm-prsv key greater than prsv-chave-preco.
           read vbm-prsv next with no lock.
           if not valid-vbm-prsv
              display message box "Voce chegou ao ultimo preco"
           else
              perform navegar-registros-prsv
           end-if.
      *
       t13-rb-consulta-evt-proc.
           evaluate event-type
           when cmd-clicked
              perform t13-rb-tp-servico-evt-cmd-clicked
           when other
           end-evaluate.
      *
       t13-rb-banho-evt-proc.
           evaluate event-type
           when cmd-clicked
              perform t13-rb-tp-servico-evt-cmd-clicked
           when other
           end-evaluate.
      *
       t13-rb-tosa-evt-proc.
           evaluate event-type
           when cmd-clicked
              perform t13-rb-tp-servico-evt-cmd-clicked
           when other
           end-evaluate.
      *
       t13-rb-vacina-evt-proc.
           evaluate event-type
           when cmd-clicked
              perform t13-rb-tp-servico-evt-cmd-clicked
           when other
           end-evaluate.
      *
       t13-rb-tp-servico-evt-cmd-clicked.
           inquire t13-rb-consulta          value s13-tp-servico.
           inquire t13-rb-banho             value s13-tp-servico.
           inquire t13-rb-tosa              value s13-tp-servico.
           inquire t13-rb-vacina            value s13-tp-servico.
           perform carregar-fiscal-prsv.
      *
      ******************************************************************
      *    dados fiscais do servico para o lote de rps (vbm-1029): um  *
      *    registro por tipo de servico, sem vigencia, gravado pelo    *
      *    botao proprio independente do preco exibido                 *
      ******************************************************************
       carregar-fiscal-prsv.
           initialize reg-psmu.
           move s13-tp-servico              to psmu-tp-servico.
           read vbm-psmu with no lock.
           if valid-vbm-psmu
              move psmu-cd-item-lista       to s13-cd-item-lista
              move psmu-cd-servico-municipal
                                            to s13-cd-servico-municipal
              move psmu-pc-aliquota-iss     to s13-pc-aliquota-iss
           else
              move spaces                   to s13-cd-item-lista
                                               s13-cd-servico-municipal
              move zeros                    to s13-pc-aliquota-iss
           end-if.
           modify t13-ef-cd-item-lista      value s13-cd-item-lista.
           modify t13-ef-cd-servico-municipal
              value s13-cd-servico-municipal.
           modify t13-ef-pc-aliquota-iss    value s13-pc-aliquota-iss.
      *
       gravar-fiscal-prsv-link-to.
           if s13-cd-item-lista equal spaces
              display message box
                 "Informe o item da lista de servicos!"
              exit paragraph
           end-if.
           if s13-cd-servico-municipal equal spaces
              display message box
                 "Informe o codigo de tributacao do municipio!"
              exit paragraph
           end-if.
           if s13-pc-aliquota-iss < 2
              or s13-pc-aliquota-iss > 5
              display message box
                 "A aliquota do iss deve ficar entre 2% e 5%!"
              exit paragraph
           end-if.
           initialize reg-psmu.
           move s13-tp-servico              to psmu-tp-servico.
           read vbm-psmu with lock.
           move s13-cd-item-lista           to psmu-cd-item-lista.
           move s13-cd-servico-municipal
             to psmu-cd-servico-municipal.
           move s13-pc-aliquota-iss         to psmu-pc-aliquota-iss.
           accept psmu-dt-atualizacao       from date yyyymmdd.
           move lkop-cd-operador            to psmu-operador.
           if valid-vbm-psmu
              rewrite reg-psmu
           else
              move s13-tp-servico           to psmu-tp-servico
              write reg-psmu
           end-if.
           if not valid-vbm-psmu
              display message box "erro ao gravar os dados fiscais!"
                                  "status: " fs-vbm-psmu
           else
              display message box "Dados fiscais do servico gravados"
           end-if.
           unlock vbm-psmu.
      *
      ******************************************************************
      *    pacotes vendidos no dia: receita separada das sessoes       *
      *    usadas, para a venda nao ser contada duas vezes             *
      ******************************************************************
       acumular-vendas-pacote-dia.
           set ws-fim-pacote                to false.
           initialize reg-pcvd.
           move ws-dt-sessao                to pcvd-dt-venda.
           start vbm-pcvd key is equal to pcvd-dt-venda.
           if not valid-vbm-pcvd
              set ws-fim-pacote             to true
           end-if.
           perform with test before until ws-fim-pacote
              read vbm-pcvd next with no lock
              if not valid-vbm-pcvd
                 or pcvd-dt-venda not equal ws-dt-sessao
                 set ws-fim-pacote          to true
              else
                 if pcvd-tp-pagamento >= 1 and pcvd-tp-pagamento <= 3
                    add 1                   to ws-fech-qtd-pacotes
                    add pcvd-vl-recebido
                       to ws-fech-pac-pagamento(pcvd-tp-pagamento)
                    add pcvd-vl-recebido    to ws-fech-total-pacotes
                 end-if
              end-if
           end-perform.
      *
       acumular-sessao-pacote.
           if caix-tp-servico < 1 or caix-tp-servico > 4
              exit paragraph
           end-if.
           add 1                            to ws-fech-qtd-sessoes.
           add 1         to ws-fech-sessao-qtd(caix-tp-servico).
           initialize reg-pcus.
           move caix-chave-caixa            to pcus-chave-caixa.
           read vbm-pcus with no lock.
           if valid-vbm-pcus
              add pcus-vl-sessao
                 to ws-fech-sessao-valor(caix-tp-servico)
              add pcus-vl-sessao            to ws-fech-total-sessoes
           end-if.
      *
       imprimir-pacotes-dia.
           write reg-rcai                   from ws-rel-pacotes-titulo.
           write reg-rcai                   from ws-rel-cabecalho.
           move "pacotes"                   to wsr-servico.
           move ws-fech-pac-pagamento(1)    to wsr-vl-dinheiro.
           move ws-fech-pac-pagamento(2)    to wsr-vl-cartao.
           move ws-fech-pac-pagamento(3)    to wsr-vl-pix.
           move ws-fech-total-pacotes       to wsr-vl-total.
           write reg-rcai                   from ws-rel-detalhe.
           move ws-fech-qtd-pacotes         to wsr-qtd-pacotes.
           write reg-rcai                   from ws-rel-qtd-pacotes.
           write reg-rcai                   from ws-rel-branco.
           write reg-rcai                   from ws-rel-sessoes-titulo.
           write reg-rcai
              from ws-rel-sessoes-cabecalho.
           perform varying ws-idx from 1 by 1 until ws-idx > 4
              move ws-idx                   to ws-tp-servico
              perform carregar-descricao-servico
              move ws-desc-servico          to wsr-ses-servico
              move ws-fech-sessao-qtd(ws-idx)
                                            to wsr-ses-qtd
              move ws-fech-sessao-valor(ws-idx)
                                            to wsr-ses-valor
              write reg-rcai                from ws-rel-sessao
           end-perform.
           move "total"                     to wsr-ses-servico.
           move ws-fech-qtd-sessoes         to wsr-ses-qtd.
           move ws-fech-total-sessoes       to wsr-ses-valor.
           write reg-rcai                   from ws-rel-sessao.
      *
      ******************************************************************
      *    saldo de pacote do pet para o servico: pacote ativo, dentro *
      *    da validade e com sessao do servico ainda nao usada; com    *
      *    mais de um, vale o que vence primeiro                       *
      ******************************************************************
       localizar-saldo-pacote.
           set ws-pacote-achado             to false.
           set ws-fim-pacote                to false.
           if ws-pac-tp-servico < 1 or ws-pac-tp-servico > 4
              exit paragraph
           end-if.
           accept ws-dt-hoje                from date yyyymmdd.
           initialize reg-pcvd.
           move ws-pac-cd-tutor             to pcvd-cd-tutor.
           move ws-pac-cd-pet               to pcvd-cd-pet.
           move zeros                       to pcvd-sq-venda.
           start vbm-pcvd key is not less than pcvd-chave-venda.
           if not valid-vbm-pcvd
              set ws-fim-pacote             to true
           end-if.
           perform with test before until ws-fim-pacote
              read vbm-pcvd next with no lock
              if not valid-vbm-pcvd
                 or pcvd-cd-tutor not equal ws-pac-cd-tutor
                 or pcvd-cd-pet not equal ws-pac-cd-pet
                 set ws-fim-pacote          to true
              else
                 perform avaliar-saldo-pacote
              end-if
           end-perform.
      *
       avaliar-saldo-pacote.
           if not pcvd-ativo
              or pcvd-dt-validade < ws-dt-hoje
              exit paragraph
           end-if.
           if pcvd-qtd-usada(ws-pac-tp-servico) not <
              pcvd-qtd-contratada(ws-pac-tp-servico)
              exit paragraph
           end-if.
           if ws-pacote-achado
              and pcvd-dt-validade not < ws-pac-dt-validade
              exit paragraph
           end-if.
           set ws-pacote-achado             to true.
           move pcvd-sq-venda               to ws-pac-sq-venda.
           move pcvd-dt-validade            to ws-pac-dt-validade.
           compute ws-pac-saldo = pcvd-qtd-contratada(ws-pac-tp-servico)
                                - pcvd-qtd-usada(ws-pac-tp-servico).
      *
       oferecer-saldo-pacote.
           move ws-pac-saldo                to ws-pac-qtd-ed.
           move ws-pac-dt-validade          to ws-pac-data-r.
           perform formatar-data-pacote.
           display message box
              "Pet tem pacote com " ws-pac-qtd-ed
              " sessao(oes) de " ws-desc-servico
              " valido ate " ws-pac-data-ed
              ". Usar uma sessao do pacote?"
              type 2
              giving return-code.
           if return-code equal mb-yes
              set ws-usar-pacote            to true
           end-if.
      *
       formatar-data-pacote.
           move spaces                      to ws-pac-data-ed.
           string
              ws-pac-dia                    delimited by size
              "/"                           delimited by size
              ws-pac-mes                    delimited by size
              "/"                           delimited by size
              ws-pac-ano                    delimited by size
              into ws-pac-data-ed
           end-string.
      *
      ******************************************************************
      *    consumo da sessao: baixa uma sessao do servico no pacote e  *
      *    liga o atendimento ao pacote em vbm-pcus com o valor        *
      *    proporcional da sessao                                      *
      ******************************************************************
       consumir-sessao-pacote.
           set ws-sessao-consumida          to false.
           accept ws-dt-hoje                from date yyyymmdd.
           initialize reg-pcvd.
           move ws-pac-cd-tutor             to pcvd-cd-tutor.
           move ws-pac-cd-pet               to pcvd-cd-pet.
           move ws-pac-sq-venda             to pcvd-sq-venda.
           read vbm-pcvd.
           if not valid-vbm-pcvd
              display message box
                 "Pacote do pet nao pode ser encontrado"
              exit paragraph
           end-if.
           if not pcvd-ativo
              or pcvd-dt-validade < ws-dt-hoje
              or pcvd-qtd-usada(ws-pac-tp-servico) not <
                 pcvd-qtd-contratada(ws-pac-tp-servico)
              display message box
                 "Pacote sem saldo para este servico"
              exit paragraph
           end-if.
           add 1             to pcvd-qtd-usada(ws-pac-tp-servico).
           perform verificar-pacote-concluido.
           rewrite reg-pcvd.
           if not valid-vbm-pcvd
              display message box "erro ao baixar a sessao do pacote!"
                                  "status: " fs-vbm-pcvd
              exit paragraph
           end-if.
           initialize reg-pcus.
           move caix-chave-caixa            to pcus-chave-caixa.
           move pcvd-sq-venda               to pcus-sq-venda.
           move ws-pac-tp-servico           to pcus-tp-servico.
           move zero                        to ws-pac-tot-sessoes.
           perform varying ws-idx from 1 by 1 until ws-idx > 4
              add pcvd-qtd-contratada(ws-idx)
                                            to ws-pac-tot-sessoes
           end-perform.
           if ws-pac-tot-sessoes > zero
              compute pcus-vl-sessao rounded =
                      pcvd-vl-recebido / ws-pac-tot-sessoes
           end-if.
           move ws-dt-hoje                  to pcus-dt-uso.
           write reg-pcus.
           if not valid-vbm-pcus
              subtract 1   from pcvd-qtd-usada(ws-pac-tp-servico)
              set pcvd-ativo                to true
              rewrite reg-pcvd
              display message box "erro ao gravar o uso do pacote!"
                                  "status: " fs-vbm-pcus
              exit paragraph
           end-if.
           set ws-sessao-consumida          to true.
      *
       verificar-pacote-concluido.
           set pcvd-concluido               to true.
           perform varying ws-idx from 1 by 1 until ws-idx > 4
              if pcvd-qtd-usada(ws-idx) < pcvd-qtd-contratada(ws-idx)
                 set pcvd-ativo             to true
              end-if
           end-perform.
      *
      ******************************************************************
      *    estorno de sessao paga por pacote: a sessao volta ao saldo  *
      *    do pacote que a pagou                                       *
      ******************************************************************
       devolver-sessao-pacote.
           initialize reg-pcus.
           move estc-chave-caixa            to pcus-chave-caixa.
           read vbm-pcus with no lock.
           if not valid-vbm-pcus
              exit paragraph
           end-if.
           initialize reg-pcvd.
           move pcus-cd-tutor               to pcvd-cd-tutor.
           move pcus-cd-pet                 to pcvd-cd-pet.
           move pcus-sq-venda               to pcvd-sq-venda.
           read vbm-pcvd.
           if valid-vbm-pcvd
              and pcus-tp-servico >= 1 and pcus-tp-servico <= 4
              and pcvd-qtd-usada(pcus-tp-servico) > zero
              subtract 1        from pcvd-qtd-usada(pcus-tp-servico)
              set pcvd-ativo                to true
              rewrite reg-pcvd
              if not valid-vbm-pcvd
                 display message box
                    "erro ao devolver a sessao ao pacote!"
                    "status: " fs-vbm-pcvd
                 exit paragraph
              end-if
           end-if.
           delete vbm-pcus.
      *
      ******************************************************************
      *    venda de pacote ao pet: pagamento unico no caixa do dia     *
      *    aberto, validade contada da data da venda                   *
      ******************************************************************
       vender-pacote-link-to.
           perform validar-caixa-do-dia.
           if not ws-caixa-liberado
              exit paragraph
           end-if.
           initialize screen-t21.
           set s21-dinheiro                 to true.
           display tela-pcvd.
           perform modificar-componentes-pcvd.
           perform with test after until fechar-pcvd-key
              accept tela-pcvd on exception
                 perform controle-componentes-pcvd
              end-accept
           end-perform.
           display tela-caix.
           perform modificar-componentes.
           perform desabilitar-componentes.
           perform desabilitar-salvar-cancelar.
           perform habilitar-navegacao.
      *
       controle-componentes-pcvd.
           evaluate true
              when vender-pcvd-key
                 perform vender-pcvd-link-to
           end-evaluate.
      *
       modificar-componentes-pcvd.
           modify t21-ef-cd-tutor           value s21-cd-tutor.
           modify t21-ef-nm-tutor           value s21-nm-tutor.
           modify t21-ef-cd-pet             value s21-cd-pet.
           modify t21-ef-nm-pet             value s21-nm-pet.
           modify t21-ef-cd-pacote          value s21-cd-pacote.
           modify t21-la-ds-pacote          title s21-ds-pacote.
           modify t21-la-vl-pacote          title s21-vl-pacote-ed.
           modify t21-la-dt-validade        title s21-dt-validade-ed.
           modify t21-ef-vl-desconto        value s21-vl-desconto.
           if s21-tp-pagamento = 0
              set s21-dinheiro to true
           end-if.
           modify t21-rb-dinheiro           value s21-tp-pagamento.
           modify t21-rb-cartao             value s21-tp-pagamento.
           modify t21-rb-pix                value s21-tp-pagamento.
           modify t21-la-saldo              title s21-saldo-desc.
      *
       vender-pcvd-link-to.
           perform validar-caixa-do-dia.
           if not ws-caixa-liberado
              exit paragraph
           end-if.
           initialize reg-tuto.
           move s21-cd-tutor                to tuto-cd-tutor.
           read vbm-tuto with no lock.
           if not valid-vbm-tuto or tuto-excluido
              display message box "Tutor nao encontrado ou excluido"
              exit paragraph
           end-if.
           initialize reg-pet.
           move s21-cd-tutor                to pet-cd-tutor.
           move s21-cd-pet                  to pet-cd-pet.
           read vbm-pet with no lock.
           if not valid-vbm-pet
              display message box
                 "Registro do pet nao pode ser encontrado"
              exit paragraph
           end-if.
           initialize reg-pact.
           move s21-cd-pacote               to pact-cd-pacote.
           read vbm-pact with no lock.
           if not valid-vbm-pact or not pact-ativo
              display message box "Pacote nao encontrado ou inativo"
              exit paragraph
           end-if.
           if s21-vl-desconto > pact-vl-pacote
              display message box
                 "Desconto maior que o valor do pacote"
              exit paragraph
           end-if.
           initialize reg-pcvd.
           move s21-cd-tutor                to pcvd-cd-tutor.
           move s21-cd-pet                  to pcvd-cd-pet.
           move high-value                  to pcvd-sq-venda.
           start vbm-pcvd key less than or equal pcvd-chave-venda.
           read vbm-pcvd previous with no lock.
           if valid-vbm-pcvd
              and pcvd-cd-tutor equal s21-cd-tutor
              and pcvd-cd-pet equal s21-cd-pet
              add 1 to pcvd-sq-venda        giving ws-pac-sq-venda
           else
              move 1                        to ws-pac-sq-venda
           end-if.
           initialize reg-pcvd.
           move s21-cd-tutor                to pcvd-cd-tutor.
           move s21-cd-pet                  to pcvd-cd-pet.
           move ws-pac-sq-venda             to pcvd-sq-venda.
           move pact-cd-pacote              to pcvd-cd-pacote.
           move pact-ds-pacote              to pcvd-ds-pacote.
           accept pcvd-dt-venda             from date yyyymmdd.
           accept ws-hora-raw               from time.
           divide ws-hora-raw by 100 giving pcvd-hr-venda.
           move pcvd-dt-venda               to ws-soma-data.
           move pact-qtd-dias-validade      to ws-soma-dias.
           perform somar-dias-proxima.
           move ws-soma-data                to pcvd-dt-validade.
           move pact-vl-pacote              to pcvd-vl-tabela.
           move s21-vl-desconto             to pcvd-vl-desconto.
           compute pcvd-vl-recebido = pcvd-vl-tabela
                                      - pcvd-vl-desconto.
           move s21-tp-pagamento            to pcvd-tp-pagamento.
           move lkop-cd-operador            to pcvd-operador.
           perform varying ws-idx from 1 by 1 until ws-idx > 4
              move pact-qtd-sessoes(ws-idx)
                                      to pcvd-qtd-contratada(ws-idx)
              move zero                     to pcvd-qtd-usada(ws-idx)
           end-perform.
           set pcvd-ativo                   to true.
           write reg-pcvd.
           if not valid-vbm-pcvd
              display message box "erro ao gravar a venda do pacote!"
                                  "status: " fs-vbm-pcvd
              exit paragraph
           end-if.
           move pcvd-dt-validade            to ws-pac-data-r.
           perform formatar-data-pacote.
           display message box
              "Pacote vendido - valido ate " ws-pac-data-ed.
           move zeros                       to s21-cd-pacote
                                               s21-vl-desconto.
           move spaces                      to s21-ds-pacote
                                               s21-vl-pacote-ed
                                               s21-dt-validade-ed.
           perform montar-saldo-pet.
           perform modificar-componentes-pcvd.
      *
      ******************************************************************
      *    resumo do saldo do pet: pacotes ativos dentro da validade   *
      *    e sessoes ainda em aberto                                   *
      ******************************************************************
       montar-saldo-pet.
           move spaces                      to s21-saldo-desc.
           if s21-cd-tutor equal zeros or s21-cd-pet equal zeros
              exit paragraph
           end-if.
           accept ws-dt-hoje                from date yyyymmdd.
           move zero                        to ws-pac-qtd-ativos.
           move zero                        to ws-pac-qtd-abertas.
           set ws-fim-pacote                to false.
           initialize reg-pcvd.
           move s21-cd-tutor                to pcvd-cd-tutor.
           move s21-cd-pet                  to pcvd-cd-pet.
           move zeros                       to pcvd-sq-venda.
           start vbm-pcvd key is not less than pcvd-chave-venda.
           if not valid-vbm-pcvd
              set ws-fim-pacote             to true
           end-if.
           perform with test before until ws-fim-pacote
              read vbm-pcvd next with no lock
              if not valid-vbm-pcvd
                 or pcvd-cd-tutor not equal s21-cd-tutor
                 or pcvd-cd-pet not equal s21-cd-pet
                 set ws-fim-pacote          to true
              else
                 if pcvd-ativo and pcvd-dt-validade >= ws-dt-hoje
                    add 1                   to ws-pac-qtd-ativos
                    perform varying ws-idx from 1 by 1
                               until ws-idx > 4
                       compute ws-pac-qtd-abertas =
                               ws-pac-qtd-abertas
                               + pcvd-qtd-contratada(ws-idx)
                               - pcvd-qtd-usada(ws-idx)
                    end-perform
                 end-if
              end-if
           end-perform.
           move ws-pac-qtd-ativos           to ws-pac-ativos-ed.
           move ws-pac-qtd-abertas          to ws-pac-abertas-ed.
           string
              "pacotes ativos: "            delimited by size
              ws-pac-ativos-ed              delimited by size
              " - sessoes em aberto: "      delimited by size
              ws-pac-abertas-ed             delimited by size
              into s21-saldo-desc
           end-string.
      *
       t21-ef-cd-tutor-aft-proc.
           inquire t21-ef-cd-tutor          value s21-cd-tutor.
           if s21-cd-tutor equal zeros
              exit paragraph
           end-if.
           initialize reg-tuto.
           move s21-cd-tutor                to tuto-cd-tutor.
           read vbm-tuto with no lock.
           if not valid-vbm-tuto or tuto-excluido
              display message box
                 "Tutor nao encontrado ou excluido"
              move spaces                   to s21-nm-tutor
           else
              move tuto-nm-tutor            to s21-nm-tutor
           end-if.
           modify t21-ef-nm-tutor           value s21-nm-tutor.
      *
       t21-ef-cd-pet-aft-proc.
           inquire t21-ef-cd-pet            value s21-cd-pet.
           if s21-cd-tutor equal zeros or s21-cd-pet equal zeros
              exit paragraph
           end-if.
           initialize reg-pet.
           move s21-cd-tutor                to pet-cd-tutor.
           move s21-cd-pet                  to pet-cd-pet.
           read vbm-pet with no lock.
           if not valid-vbm-pet
              display message box
                 "Registro do pet nao pode ser encontrado"
              move spaces                   to s21-nm-pet
           else
              move pet-nm-pet               to s21-nm-pet
           end-if.
           perform montar-saldo-pet.
           modify t21-ef-nm-pet             value s21-nm-pet.
           modify t21-la-saldo              title s21-saldo-desc.
      *
       t21-ef-cd-pacote-aft-proc.
           inquire t21-ef-cd-pacote         value s21-cd-pacote.
           if s21-cd-pacote equal zeros
              exit paragraph
           end-if.
           initialize reg-pact.
           move s21-cd-pacote               to pact-cd-pacote.
           read vbm-pact with no lock.
           if not valid-vbm-pact or not pact-ativo
              display message box "Pacote nao encontrado ou inativo"
              move spaces                   to s21-ds-pacote
                                               s21-vl-pacote-ed
                                               s21-dt-validade-ed
           else
              move pact-ds-pacote           to s21-ds-pacote
              move pact-vl-pacote           to ws-vl-ed
              move ws-vl-ed                 to s21-vl-pacote-ed
              accept ws-soma-data           from date yyyymmdd
              move pact-qtd-dias-validade   to ws-soma-dias
              perform somar-dias-proxima
              move ws-soma-data             to ws-pac-data-r
              perform formatar-data-pacote
              move ws-pac-data-ed           to s21-dt-validade-ed
           end-if.
           modify t21-la-ds-pacote          title s21-ds-pacote.
           modify t21-la-vl-pacote          title s21-vl-pacote-ed.
           modify t21-la-dt-validade        title s21-dt-validade-ed.
      *
       t21-rb-dinheiro-evt-proc.
           evaluate event-type
           when cmd-clicked
              perform t21-rb-tp-pagamento-evt-cmd-clicked
           when other
           end-evaluate.
      *
       t21-rb-cartao-evt-proc.
           evaluate event-type
           when cmd-clicked
              perform t21-rb-tp-pagamento-evt-cmd-clicked
           when other
           end-evaluate.
      *
       t21-rb-pix-evt-proc.
           evaluate event-type
           when cmd-clicked
              perform t21-rb-tp-pagamento-evt-cmd-clicked
           when other
           end-evaluate.
      *
       t21-rb-tp-pagamento-evt-cmd-clicked.
           inquire t21-rb-dinheiro          value s21-tp-pagamento.
           inquire t21-rb-cartao            value s21-tp-pagamento.
           inquire t21-rb-pix               value s21-tp-pagamento.
      *
      ******************************************************************
      *    data somada de dias corridos (validade do pacote)           *
      ******************************************************************
       somar-dias-proxima.
           move ws-soma-dia                 to ws-soma-dd.
           add ws-soma-dias                 to ws-soma-dd.
           perform carregar-dias-mes-soma.
           perform with test before
                    until ws-soma-dd <= ws-soma-limite
              subtract ws-soma-limite       from ws-soma-dd
              add 1                         to ws-soma-mes
              if ws-soma-mes > 12
                 move 1                     to ws-soma-mes
                 add 1                      to ws-soma-ano
              end-if
              perform carregar-dias-mes-soma
           end-perform.
           move ws-soma-dd                  to ws-soma-dia.
      *
       carregar-dias-mes-soma.
           move ws-dias-mes(ws-soma-mes)    to ws-soma-limite.
           if ws-soma-mes equal 2
              divide ws-soma-ano by 4 giving ws-soma-resto
                                        remainder ws-soma-resto
              if ws-soma-resto equal zero
                 move 29                    to ws-soma-limite
              end-if
              divide ws-soma-ano by 100 giving ws-soma-resto
                                          remainder ws-soma-resto
              if ws-soma-resto equal zero
                 move 28                    to ws-soma-limite
              end-if
              divide ws-soma-ano by 400 giving ws-soma-resto
                                          remainder ws-soma-resto
              if ws-soma-resto equal zero
                 move 29                    to ws-soma-limite
              end-if
           end-if.
      *
      ******************************************************************
      *    manutencao da tabela de pacotes (supervisor): pacote ja     *
      *    vendido nao e excluido, apenas inativado para novas vendas  *
      ******************************************************************
       pacotes-link-to.
           if not lkop-supervisor
              display message box
                 "Somente supervisores podem manter a tabela de pacotes"
              exit paragraph
           end-if.
           initialize screen-t20.
           set s20-ativo                    to true.
           set wss-pact-pesquisa            to true.
           display tela-pact.
           perform modificar-componentes-pact.
           perform desabilitar-componentes-pact.
           perform desabilitar-salvar-cancelar-pact.
           perform with test after until fechar-pact-key
              accept tela-pact on exception
                 perform controle-componentes-pact
              end-accept
           end-perform.
           display tela-caix.
           perform modificar-componentes.
           perform desabilitar-componentes.
           perform desabilitar-salvar-cancelar.
           perform habilitar-navegacao.
      *
       controle-componentes-pact.
           evaluate true
              when novo-pact-key
                 perform novo-pact-link-to
              when editar-pact-key
                 perform editar-pact-link-to
              when primeiro-pact-key
                 perform primeiro-pact-link-to
              when anterior-pact-key
                 perform anterior-pact-link-to
              when proximo-pact-key
                 perform proximo-pact-link-to
              when ultimo-pact-key
                 perform ultimo-pact-link-to
              when salvar-pact-key
                 perform salvar-pact-link-to
              when cancelar-pact-key
                 perform cancelar-pact-link-to
           end-evaluate.
      *
       modificar-componentes-pact.
           if s20-situacao = 0
              set s20-ativo to true
           end-if.
           modify t20-ef-cd-pacote          value s20-cd-pacote.
           modify t20-ef-ds-pacote          value s20-ds-pacote.
           modify t20-ef-qtd-consulta       value s20-qtd-consulta.
           modify t20-ef-qtd-banho          value s20-qtd-banho.
           modify t20-ef-qtd-tosa           value s20-qtd-tosa.
           modify t20-ef-qtd-vacina         value s20-qtd-vacina.
           modify t20-ef-vl-pacote          value s20-vl-pacote.
           modify t20-ef-qtd-dias-validade  value s20-qtd-dias-validade.
           modify t20-rb-ativo              value s20-situacao.
           modify t20-rb-inativo            value s20-situacao.
      *
       habilitar-componentes-pact.
           modify t20-ef-ds-pacote          enabled true.
           modify t20-ef-qtd-consulta       enabled true.
           modify t20-ef-qtd-banho          enabled true.
           modify t20-ef-qtd-tosa           enabled true.
           modify t20-ef-qtd-vacina         enabled true.
           modify t20-ef-vl-pacote          enabled true.
           modify t20-ef-qtd-dias-validade  enabled true.
           modify t20-rb-ativo              enabled true.
           modify t20-rb-inativo            enabled true.
      *
       desabilitar-componentes-pact.
           modify t20-ef-ds-pacote          enabled false.
           modify t20-ef-qtd-consulta       enabled false.
           modify t20-ef-qtd-banho          enabled false.
           modify t20-ef-qtd-tosa           enabled false.
           modify t20-ef-qtd-vacina         enabled false.
           modify t20-ef-vl-pacote          enabled false.
           modify t20-ef-qtd-dias-validade  enabled false.
           modify t20-rb-ativo              enabled false.
           modify t20-rb-inativo            enabled false.
      *
       habilitar-salvar-cancelar-pact.
           modify t20-pb-salvar             enabled true.
           modify t20-pb-cancelar           enabled true.
      *
       desabilitar-salvar-cancelar-pact.
           modify t20-pb-salvar             enabled false.
           modify t20-pb-cancelar           enabled false.
      *
       habilitar-navegacao-pact.
           modify t20-pb-novo               enabled true.
           modify t20-pb-editar             enabled true.
           modify t20-pb-primeiro           enabled true.
           modify t20-pb-proximo            enabled true.
           modify t20-pb-anterior           enabled true.
           modify t20-pb-ultimo             enabled true.
      *
       desabilitar-navegacao-pact.
           modify t20-pb-novo               enabled false.
           modify t20-pb-editar             enabled false.
           modify t20-pb-primeiro           enabled false.
           modify t20-pb-proximo            enabled false.
           modify t20-pb-anterior           enabled false.
           modify t20-pb-ultimo             enabled false.
      *
       mover-registro-para-tela-pact.
           move pact-cd-pacote              to s20-cd-pacote.
           move pact-ds-pacote              to s20-ds-pacote.
           move pact-qtd-sessoes(1)         to s20-qtd-consulta.
           move pact-qtd-sessoes(2)         to s20-qtd-banho.
           move pact-qtd-sessoes(3)         to s20-qtd-tosa.
           move pact-qtd-sessoes(4)         to s20-qtd-vacina.
           move pact-vl-pacote              to s20-vl-pacote.
           move pact-qtd-dias-validade      to s20-qtd-dias-validade.
           if pact-inativo
              set s20-inativo               to true
           else
              set s20-ativo                 to true
           end-if.
      *
       navegar-registros-pact.
           perform mover-registro-para-tela-pact.
           perform modificar-componentes-pact.
      *
       cancelar-pact-link-to.
           initialize screen-t20.
           set s20-ativo                    to true.
           perform modificar-componentes-pact.
           perform desabilitar-salvar-cancelar-pact.
           perform desabilitar-componentes-pact.
           perform habilitar-navegacao-pact.
           set wss-pact-pesquisa            to true.
      *
       salvar-pact-link-to.
           if s20-ds-pacote equal spaces
              display message box "Informe a descricao do pacote!"
              exit paragraph
           end-if.
           if s20-qtd-consulta + s20-qtd-banho + s20-qtd-tosa
              + s20-qtd-vacina equal zero
              display message box
                 "Informe a quantidade de sessoes do pacote!"
              exit paragraph
           end-if.
           if s20-vl-pacote equal zeros
              display message box "Informe o valor do pacote!"
              exit paragraph
           end-if.
           if s20-qtd-dias-validade equal zeros
              display message box "Informe a validade em dias!"
              exit paragraph
           end-if.
           initialize reg-pact.
           move s20-cd-pacote               to pact-cd-pacote.
           move s20-ds-pacote               to pact-ds-pacote.
           move s20-qtd-consulta            to pact-qtd-sessoes(1).
           move s20-qtd-banho               to pact-qtd-sessoes(2).
           move s20-qtd-tosa                to pact-qtd-sessoes(3).
           move s20-qtd-vacina              to pact-qtd-sessoes(4).
           move s20-vl-pacote               to pact-vl-pacote.
           move s20-qtd-dias-validade       to pact-qtd-dias-validade.
           if s20-inativo
              set pact-inativo              to true
           else
              set pact-ativo                to true
           end-if.
           if wss-pact-inclusao
              write reg-pact
              if duplicado-vbm-pact
                 display message box "Pacote ja cadastrado"
                 exit paragraph
              end-if
              if not valid-vbm-pact
                 display message box "erro ao gravar o pacote!"
                                     "status: " fs-vbm-pact
                 exit paragraph
              end-if
           end-if.
           if wss-pact-alteracao
              rewrite reg-pact
              if not valid-vbm-pact
                 display message box "erro ao alterar o pacote!"
                                     "status: " fs-vbm-pact
                 exit paragraph
              end-if
           end-if.
           perform desabilitar-salvar-cancelar-pact.
           perform desabilitar-componentes-pact.
           perform habilitar-navegacao-pact.
           set wss-pact-pesquisa            to true.
      *
       novo-pact-link-to.
           initialize reg-pact.
           move high-value                  to pact-cd-pacote.
           start vbm-pact key less than pact-cd-pacote.
           read vbm-pact previous with no lock.
           initialize screen-t20.
           if valid-vbm-pact
              add 1 to pact-cd-pacote       giving s20-cd-pacote
           else
              move 1                        to s20-cd-pacote
           end-if.
           set s20-ativo                    to true.
           perform habilitar-componentes-pact.
           perform modificar-componentes-pact.
           perform desabilitar-navegacao-pact.
           perform habilitar-salvar-cancelar-pact.
           set wss-pact-inclusao            to true.
      *
       editar-pact-link-to.
           initialize reg-pact.
           move s20-cd-pacote               to pact-cd-pacote.
           read vbm-pact with no lock.
           if not valid-vbm-pact
              display message box
                 "Registro do pacote nao pode ser encontrado"
              exit paragraph
           end-if.
           perform habilitar-componentes-pact.
           perform desabilitar-navegacao-pact.
           perform habilitar-salvar-cancelar-pact.
           set wss-pact-alteracao           to true.
      *
       primeiro-pact-link-to.
           initialize reg-pact.
           move low-value                   to pact-cd-pacote.
           start vbm-pact key greater than pact-cd-pacote.
           read vbm-pact next with no lock.
           if valid-vbm-pact
              perform navegar-registros-pact
           else
              display message box "Nao existem pacotes cadastrados"
           end-if.
      *
       ultimo-pact-link-to.
           initialize reg-pact.
           move high-value                  to pact-cd-pacote.
           start vbm-pact key less than pact-cd-pacote.
           read vbm-pact previous with no lock.
           if valid-vbm-pact
              perform navegar-registros-pact
           else
              display message box "Nao existem pacotes cadastrados"
           end-if.
      *
       anterior-pact-link-to.
           initialize reg-pact.
           move s20-cd-pacote               to pact-cd-pacote.
           start vbm-pact key less than pact-cd-pacote.
           read vbm-pact previous with no lock.
           if not valid-vbm-pact
              display message box "Voce chegou ao primeiro pacote"
           else
              perform navegar-registros-pact
           end-if.
      *
       proximo-pact-link-to.
           initialize reg-pact.
           move s20-cd-pacote               to pact-cd-pacote.
           start vbm-pact key greater than pact-cd-pacote.
           read vbm-pact next with no lock.
           if not valid-vbm-pact
              display message box "Voce chegou ao ultimo pacote"
           else
              perform navegar-registros-pact
           end-if.
      *
       t20-rb-ativo-evt-proc.
           evaluate event-type
           when cmd-clicked
              perform t20-rb-situacao-evt-cmd-clicked
           when other
           end-evaluate.
      *
       t20-rb-inativo-evt-proc.
           evaluate event-type
           when cmd-clicked
              perform t20-rb-situacao-evt-cmd-clicked
           when other
           end-evaluate.
      *
       t20-rb-situacao-evt-cmd-clicked.
           inquire t20-rb-ativo             value s20-situacao.
           inquire t20-rb-inativo           value s20-situacao.
