       identification                       division.
       program-id.                          vbm-1034.
       author.                              stanicki.
       date-written.                        out-2026.
      ******************************************************************
      *      apuracao e fechamento mensal das comissoes                *
      *      para cada recebimento do mes em vbm-caix de atendimento   *
      *      realizado em vbm-agnd aplica a regra de comissao do       *
      *      profissional e do servico em vigor na data do             *
      *      recebimento (vbm-cmrg): percentual sobre o valor          *
      *      efetivamente recebido, com o desconto ja abatido, ou      *
      *      valor fixo por atendimento; na sessao paga por pacote a   *
      *      base e o valor proporcional da sessao (vbm-pcus); o       *
      *      estorno feito no mes de um recebimento ja comissionado    *
      *      em mes fechado entra como debito                          *
      *                                                                *
      *      os lancamentos ficam em vbm-cmap; sai o extrato por       *
      *      profissional (VBM-RCMS) e o arquivo para a folha          *
      *      (VBM-EXCM)                                                *
      *                                                                *
      *      mes de apuracao na variavel de ambiente VBM-1034-MES      *
      *      (aaaamm, padrao o mes anterior); sem VBM-1034-MODO a      *
      *      execucao e uma previa e pode ser repetida; com            *
      *      VBM-1034-MODO = FECHAR o mes fica congelado em vbm-cmfc   *
      *      e as execucoes seguintes so reemitem o extrato gravado,   *
      *      sem recalcular. o mes em curso nao pode ser fechado, nem  *
      *      o mes com recebimento sem regra de comissao em vigor      *
      ******************************************************************
       environment                          division.
       special-names.
           decimal-point is comma.
       input-output                         section.
       file-control.
           copy "vbm-caix.sl".
           copy "vbm-estc.sl".
           copy "vbm-pcus.sl".
           copy "vbm-agnd.sl".
           copy "vbm-prof.sl".
           copy "vbm-cmrg.sl".
           copy "vbm-cmfc.sl".
           copy "vbm-cmap.sl".
           copy "vbm-rcms.sl".
           copy "vbm-excm.sl".
       data                                 division.
       file                                 section.
           copy "vbm-caix.fd".
           copy "vbm-estc.fd".
           copy "vbm-pcus.fd".
           copy "vbm-agnd.fd".
           copy "vbm-prof.fd".
           copy "vbm-cmrg.fd".
           copy "vbm-cmfc.fd".
           copy "vbm-cmap.fd".
           copy "vbm-rcms.fd".
           copy "vbm-excm.fd".
      ******************************************************************
      *                        working storage                         *
      ******************************************************************
       working-storage                      section.
       77 fs-vbm-caix pic xx.
          88 valid-vbm-caix value "00" thru "09".
          88 inexistente-vbm-caix value "35".
       77 fs-vbm-estc pic xx.
          88 valid-vbm-estc value "00" thru "09".
          88 inexistente-vbm-estc value "35".
       77 fs-vbm-pcus pic xx.
          88 valid-vbm-pcus value "00" thru "09".
          88 inexistente-vbm-pcus value "35".
       77 fs-vbm-agnd pic xx.
          88 valid-vbm-agnd value "00" thru "09".
          88 inexistente-vbm-agnd value "35".
       77 fs-vbm-prof pic xx.
          88 valid-vbm-prof value "00" thru "09".
          88 inexistente-vbm-prof value "35".
       77 fs-vbm-cmrg pic xx.
          88 valid-vbm-cmrg value "00" thru "09".
          88 inexistente-vbm-cmrg value "35".
       77 fs-vbm-cmfc pic xx.
          88 valid-vbm-cmfc value "00" thru "09".
          88 inexistente-vbm-cmfc value "35".
       77 fs-vbm-cmap pic xx.
          88 valid-vbm-cmap value "00" thru "09".
          88 inexistente-vbm-cmap value "35".
       77 fs-vbm-rcms pic xx.
          88 valid-vbm-rcms value "00" thru "09".
       77 fs-vbm-excm pic xx.
          88 valid-vbm-excm value "00" thru "09".
      *
       01 wss-controle-batch                pic 9(01).
          88 wss-fim-arquivo                value 1 false 0.
       01 ws-fl-mes-fechado                 pic 9(01).
          88 ws-mes-fechado                 value 1 false 0.
       01 ws-fl-fechar-agora                pic 9(01).
          88 ws-fechar-agora                value 1 false 0.
       01 ws-fl-regra                       pic 9(01).
          88 ws-regra-achada                value 1 false 0.
       01 ws-fl-primeiro-prof               pic 9(01).
          88 ws-primeiro-prof               value 1 false 0.
      *
       01 ws-modo                           pic x(10).
          88 ws-modo-fechar                 value "FECHAR".
       01 ws-operador                       pic x(08).
      *
       01 ws-mes-apuracao-x                 pic x(06).
       01 ws-mes-apuracao                   pic 9(06).
       01 ws-mes-apuracao-r redefines ws-mes-apuracao.
          03 ws-mes-ano                     pic 9(04).
          03 ws-mes-mes                     pic 9(02).
       01 ws-mes-pos                        pic 9(02) comp.
       01 ws-mes-digito                     pic 9(01).
       01 ws-mes-corrente                   pic 9(06).
       01 ws-mes-origem                     pic 9(06).
       01 ws-mes-lido                       pic 9(06).
       01 ws-dt-hoje                        pic 9(08).
       01 ws-hr-agora                       pic 9(08).
      *
       01 ws-fech-dt                        pic 9(08).
       01 ws-fech-operador                  pic x(08).
      *
       01 ws-vl-comissao                    pic 9(05)v99.
       01 ws-vl-base                        pic 9(05)v99.
       01 ws-tp-servico                     pic 9(01).
       01 ws-prof-atual                     pic 9(03).
       01 ws-ocorrencia                     pic x(40).
      *
       01 ws-total-recebimentos             pic 9(07) comp.
       01 ws-total-comissionados            pic 9(07) comp.
       01 ws-total-sem-regra                pic 9(07) comp.
       01 ws-total-nao-realizados           pic 9(07) comp.
       01 ws-total-estornos                 pic 9(07) comp.
       01 ws-total-profissionais            pic 9(03) comp.
       01 ws-total-lancamentos              pic 9(05) comp.
       01 ws-total-vl-comissao              pic 9(07)v99.
       01 ws-total-vl-estornos              pic 9(07)v99.
      *
       01 ws-prof-qtd                       pic 9(05) comp.
       01 ws-prof-vl-base                   pic 9(07)v99.
       01 ws-prof-vl-comissao               pic 9(07)v99.
       01 ws-prof-vl-estornos               pic 9(07)v99.
       01 ws-prof-vl-liquido                pic s9(07)v99.
      *
       01 ws-data-aux                       pic 9(08).
       01 ws-data-aux-r redefines ws-data-aux.
          03 ws-aux-ano                     pic 9(04).
          03 ws-aux-mes                     pic 9(02).
          03 ws-aux-dia                     pic 9(02).
       01 ws-data-fmt.
          03 ws-fmt-dia                     pic 9(02).
          03 filler                         pic x(01) value "/".
          03 ws-fmt-mes                     pic 9(02).
          03 filler                         pic x(01) value "/".
          03 ws-fmt-ano                     pic 9(04).
      *
       01 ws-linha-titulo                   pic x(132).
       01 ws-linha-branco                   pic x(132) value spaces.
       01 ws-linha-mes.
          03 filler                         pic x(25)
             value "mes de apuracao........: ".
          03 wsl-mes                        pic 9(02).
          03 filler                         pic x(01) value "/".
          03 wsl-ano                        pic 9(04).
       01 ws-linha-fechado.
          03 filler                         pic x(25)
             value "mes fechado em.........: ".
          03 wsl-dt-fechamento              pic x(10).
          03 filler                         pic x(05) value " por ".
          03 wsl-operador-fechamento        pic x(08).
          03 filler                         pic x(40)
             value " - extrato reemitido sem recalculo".
       01 ws-linha-ocorrencias.
          03 filler                         pic x(40)
             value "ocorrencia".
          03 filler                         pic x(11) value "recebido".
          03 filler                         pic x(08) value "  tutor".
          03 filler                         pic x(04) value "pet".
          03 filler                         pic x(09) value "servico".
          03 filler                         pic x(12)
             value "profissional".
       01 ws-linha-ocorrencia.
          03 wsl-oco-descricao              pic x(40).
          03 wsl-oco-dt-recebimento         pic x(10).
          03 filler                         pic x(01) value space.
          03 wsl-oco-cd-tutor               pic z(06)9.
          03 filler                         pic x(01) value space.
          03 wsl-oco-cd-pet                 pic zz9.
          03 filler                         pic x(01) value space.
          03 wsl-oco-servico                pic x(08).
          03 filler                         pic x(01) value space.
          03 wsl-oco-cd-prof                pic zz9.
       01 ws-linha-prof.
          03 filler                         pic x(14)
             value "profissional: ".
          03 wsl-cd-prof                    pic z(02)9.
          03 filler                         pic x(03) value " - ".
          03 wsl-nm-prof                    pic x(30).
          03 filler                         pic x(01) value space.
          03 wsl-funcao                     pic x(12).
       01 ws-linha-cabecalho.
          03 filler                         pic x(09) value "lancam.".
          03 filler                         pic x(11) value "data".
          03 filler                         pic x(11) value "atendim.".
          03 filler                         pic x(08) value "  tutor".
          03 filler                         pic x(04) value "pet".
          03 filler                         pic x(09) value "servico".
          03 filler                         pic x(13)
             value "   recebido".
          03 filler                         pic x(11) value "regra".
          03 filler                         pic x(12)
             value "    comissao".
       01 ws-linha-detalhe.
          03 wsl-tp-lancamento              pic x(08).
          03 filler                         pic x(01) value space.
          03 wsl-dt-lancamento              pic x(10).
          03 filler                         pic x(01) value space.
          03 wsl-dt-atendimento             pic x(10).
          03 filler                         pic x(01) value space.
          03 wsl-cd-tutor                   pic z(06)9.
          03 filler                         pic x(01) value space.
          03 wsl-cd-pet                     pic zz9.
          03 filler                         pic x(01) value space.
          03 wsl-servico                    pic x(08).
          03 filler                         pic x(01) value space.
          03 wsl-vl-recebido                pic z.zzz.zz9,99.
          03 filler                         pic x(01) value space.
          03 wsl-regra.
             05 wsl-pc-comissao             pic zz9,99.
             05 wsl-regra-sufixo            pic x(04).
          03 filler                         pic x(01) value space.
          03 wsl-vl-comissao                pic -z.zzz.zz9,99.
       01 ws-linha-total-prof.
          03 filler                         pic x(25).
          03 wsl-total-prof-vl              pic -z.zzz.zz9,99.
       01 ws-linha-total-prof-qtd.
          03 filler                         pic x(25).
          03 wsl-total-prof-qtd             pic z(12)9.
       01 ws-linha-total.
          03 filler                         pic x(40).
          03 wsl-total                      pic z(06)9.
       01 ws-linha-total-vl.
          03 filler                         pic x(40).
          03 wsl-total-vl                   pic z.zzz.zz9,99.
      ******************************************************************
      *                       linkage section                          *
      ******************************************************************
       linkage                              section.
       copy "vbm-lkop.cpy".
      ******************************************************************
      *                       procedure division                       *
      ******************************************************************
       procedure division                   using lkop-parametros.
           perform abrir-arquivos.
           perform carregar-mes-apuracao.
           perform verificar-fechamento.
           perform imprimir-cabecalho.
           if not ws-mes-fechado
              perform apurar-mes
              perform decidir-fechamento
           end-if.
           perform emitir-extrato.
           if ws-fechar-agora
              perform gravar-fechamento
           end-if.
           perform imprimir-total.
           perform fechar-arquivos.
           goback.
      *
       abrir-arquivos.
           move spaces                      to ws-modo.
           accept ws-modo                   from environment
                                            "VBM-1034-MODO".
           move spaces                      to ws-operador.
           if address of lkop-parametros not equal null
              move lkop-cd-operador         to ws-operador
           end-if.
           if ws-operador equal spaces
              accept ws-operador            from environment "USERNAME"
           end-if.
           if ws-operador equal spaces
              accept ws-operador            from environment "USER"
           end-if.
           open input vbm-caix.
           if inexistente-vbm-caix
              open output vbm-caix
              close vbm-caix
              open input vbm-caix
           end-if.
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
           open input vbm-pcus.
           if inexistente-vbm-pcus
              open output vbm-pcus
              close vbm-pcus
              open input vbm-pcus
           end-if.
           if not valid-vbm-pcus
              display "erro ao abrir o arquivo vbm-pcus! status: "
                      fs-vbm-pcus
              move 8                         to return-code
              goback
           end-if.
           open input vbm-agnd.
           if inexistente-vbm-agnd
              open output vbm-agnd
              close vbm-agnd
              open input vbm-agnd
           end-if.
           if not valid-vbm-agnd
              display "erro ao abrir o arquivo vbm-agnd! status: "
                      fs-vbm-agnd
              move 8                         to return-code
              goback
           end-if.
           open input vbm-prof.
           if inexistente-vbm-prof
              open output vbm-prof
              close vbm-prof
              open input vbm-prof
           end-if.
           if not valid-vbm-prof
              display "erro ao abrir o arquivo vbm-prof! status: "
                      fs-vbm-prof
              move 8                         to return-code
              goback
           end-if.
           open input vbm-cmrg.
           if inexistente-vbm-cmrg
              open output vbm-cmrg
              close vbm-cmrg
              open input vbm-cmrg
           end-if.
           if not valid-vbm-cmrg
              display "erro ao abrir o arquivo vbm-cmrg! status: "
                      fs-vbm-cmrg
              move 8                         to return-code
              goback
           end-if.
           open i-o vbm-cmfc.
           if inexistente-vbm-cmfc
              open output vbm-cmfc
              close vbm-cmfc
              open i-o vbm-cmfc
           end-if.
           if not valid-vbm-cmfc
              display "erro ao abrir o arquivo vbm-cmfc! status: "
                      fs-vbm-cmfc
              move 8                         to return-code
              goback
           end-if.
           open i-o vbm-cmap.
           if inexistente-vbm-cmap
              open output vbm-cmap
              close vbm-cmap
              open i-o vbm-cmap
           end-if.
           if not valid-vbm-cmap
              display "erro ao abrir o arquivo vbm-cmap! status: "
                      fs-vbm-cmap
              move 8                         to return-code
              goback
           end-if.
           open output vbm-rcms.
           if not valid-vbm-rcms
              display "erro ao abrir o arquivo vbm-rcms! status: "
                      fs-vbm-rcms
              move 8                         to return-code
              goback
           end-if.
           open output vbm-excm.
           if not valid-vbm-excm
              display "erro ao abrir o arquivo vbm-excm! status: "
                      fs-vbm-excm
              move 8                         to return-code
              goback
           end-if.
      *
       fechar-arquivos.
           close vbm-caix.
           close vbm-estc.
           close vbm-pcus.
           close vbm-agnd.
           close vbm-prof.
           close vbm-cmrg.
           close vbm-cmfc.
           close vbm-cmap.
           close vbm-rcms.
           close vbm-excm.
      *
      ******************************************************************
      *    mes de apuracao (VBM-1034-MES, aaaamm); sem a variavel, o   *
      *    mes anterior ao corrente, que e o que se fecha              *
      ******************************************************************
       carregar-mes-apuracao.
           accept ws-dt-hoje                from date yyyymmdd.
           divide ws-dt-hoje by 100        giving ws-mes-corrente.
           move spaces                       to ws-mes-apuracao-x.
           accept ws-mes-apuracao-x         from environment
                                            "VBM-1034-MES".
           move zero                         to ws-mes-apuracao.
           perform varying ws-mes-pos from 1 by 1
                      until ws-mes-pos > 6
              if ws-mes-apuracao-x(ws-mes-pos:1) is numeric
                 move ws-mes-apuracao-x(ws-mes-pos:1)
                   to ws-mes-digito
                 compute ws-mes-apuracao = ws-mes-apuracao * 10 +
                    ws-mes-digito
              end-if
           end-perform.
           if ws-mes-apuracao equal zero
              or ws-mes-mes equal zero or ws-mes-mes > 12
              move ws-mes-corrente          to ws-mes-apuracao
              if ws-mes-mes equal 1
                 move 12                    to ws-mes-mes
                 subtract 1               from ws-mes-ano
              else
                 subtract 1               from ws-mes-mes
              end-if
           end-if.
      *
      ******************************************************************
      *    mes ja fechado: os lancamentos gravados sao o extrato pago  *
      *    e nao se recalculam                                         *
      ******************************************************************
       verificar-fechamento.
           set ws-mes-fechado                to false.
           set ws-fechar-agora               to false.
           initialize reg-cmfc.
           move ws-mes-apuracao              to cmfc-mes-apuracao.
           read vbm-cmfc with no lock.
           if valid-vbm-cmfc
              set ws-mes-fechado             to true
              move cmfc-dt-fechamento        to ws-fech-dt
              move cmfc-cd-operador          to ws-fech-operador
           end-if.
      *
       imprimir-cabecalho.
           move "extrato de comissoes dos profissionais - vbm-1034"
                                             to ws-linha-titulo.
           write reg-rcms                   from ws-linha-titulo.
           move ws-mes-mes                   to wsl-mes.
           move ws-mes-ano                   to wsl-ano.
           write reg-rcms                   from ws-linha-mes.
           if ws-mes-fechado
              move ws-fech-dt                to ws-data-aux
              perform formatar-data
              move ws-data-fmt               to wsl-dt-fechamento
              move ws-fech-operador          to wsl-operador-fechamento
              write reg-rcms                from ws-linha-fechado
           end-if.
      *
      ******************************************************************
      *    apuracao (previa ou fechamento): os lancamentos de uma      *
      *    previa anterior do mesmo mes sao refeitos                   *
      ******************************************************************
       apurar-mes.
           move zero                         to ws-total-recebimentos.
           move zero                         to ws-total-comissionados.
           move zero                         to ws-total-sem-regra.
           move zero                         to ws-total-nao-realizados.
           move zero                         to ws-total-estornos.
           write reg-rcms                    from ws-linha-branco.
           write reg-rcms                    from ws-linha-ocorrencias.
           perform limpar-previa.
           perform apurar-recebimentos.
           perform apurar-estornos.
      *
       limpar-previa.
           set wss-fim-arquivo               to false.
           initialize reg-cmap.
           move ws-mes-apuracao              to cmap-mes-apuracao.
           start vbm-cmap key is not less than cmap-chave-lancamento.
           if not valid-vbm-cmap
              set wss-fim-arquivo            to true
           end-if.
           perform with test before until wss-fim-arquivo
              read vbm-cmap next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if cmap-mes-apuracao not equal ws-mes-apuracao
                    set wss-fim-arquivo      to true
                 else
                    delete vbm-cmap record
                 end-if
              end-if
           end-perform.
      *
      ******************************************************************
      *    recebimentos do mes pela data de recebimento; a sessao de   *
      *    pacote vem com valor recebido zero e e comissionada pelo    *
      *    valor da sessao gravado em vbm-pcus                         *
      ******************************************************************
       apurar-recebimentos.
           set wss-fim-arquivo               to false.
           initialize reg-caix.
           compute caix-dt-recebimento = ws-mes-apuracao * 100.
           start vbm-caix key is not less than caix-dt-recebimento.
           if not valid-vbm-caix
              set wss-fim-arquivo            to true
           end-if.
           perform with test before until wss-fim-arquivo
              read vbm-caix next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 divide caix-dt-recebimento by 100
                    giving ws-mes-lido
                 if ws-mes-lido > ws-mes-apuracao
                    set wss-fim-arquivo      to true
                 else
                    add 1                    to ws-total-recebimentos
                    perform processar-recebimento
                 end-if
              end-if
           end-perform.
      *
       processar-recebimento.
           initialize reg-agnd.
           move caix-dt-agenda               to agnd-dt-agenda.
           move caix-hr-agenda               to agnd-hr-agenda.
           move caix-cd-tutor                to agnd-cd-tutor.
           move caix-cd-pet                  to agnd-cd-pet.
           read vbm-agnd with no lock.
           if not valid-vbm-agnd or not agnd-realizado
              add 1                        to ws-total-nao-realizados
              if not valid-vbm-agnd
                 move zero                   to agnd-cd-profissional
              end-if
              move "recebido sem atendimento realizado"
                                             to ws-ocorrencia
              perform imprimir-ocorrencia
              exit paragraph
           end-if.
           perform localizar-regra.
           if not ws-regra-achada
              add 1                          to ws-total-sem-regra
              move "sem regra de comissao em vigor"
                                             to ws-ocorrencia
              perform imprimir-ocorrencia
              exit paragraph
           end-if.
           perform carregar-base-comissao.
           perform calcular-comissao.
           initialize reg-cmap.
           move ws-mes-apuracao              to cmap-mes-apuracao.
           move caix-chave-caixa             to cmap-chave-caixa.
           set cmap-comissao                 to true.
           move zero                         to cmap-sq-estorno.
           move ws-mes-apuracao              to cmap-mes-profissional.
           move agnd-cd-profissional         to cmap-cd-profissional.
           move caix-tp-servico              to cmap-tp-servico.
           move caix-dt-recebimento          to cmap-dt-recebimento.
           move zero                         to cmap-dt-estorno.
           move ws-vl-base                   to cmap-vl-recebido.
           move cmrg-dt-vigencia             to cmap-dt-vigencia.
           move cmrg-tp-calculo              to cmap-tp-calculo.
           move cmrg-pc-comissao             to cmap-pc-comissao.
           move ws-vl-comissao               to cmap-vl-comissao.
           write reg-cmap.
           if not valid-vbm-cmap
              display "erro ao gravar o arquivo vbm-cmap! status: "
                      fs-vbm-cmap
              move 8                         to return-code
              goback
           end-if.
           add 1                            to ws-total-comissionados.
      *
      ******************************************************************
      *    regra em vigor: a de maior vigencia menor ou igual a data   *
      *    do recebimento, do mesmo profissional e servico             *
      ******************************************************************
       localizar-regra.
           set ws-regra-achada               to false.
           initialize reg-cmrg.
           move agnd-cd-profissional         to cmrg-cd-profissional.
           move caix-tp-servico              to cmrg-tp-servico.
           move caix-dt-recebimento          to cmrg-dt-vigencia.
           start vbm-cmrg key less than or equal cmrg-chave-regra.
           if valid-vbm-cmrg
              read vbm-cmrg previous with no lock
           end-if.
           if valid-vbm-cmrg
              and cmrg-cd-profissional equal agnd-cd-profissional
              and cmrg-tp-servico equal caix-tp-servico
              set ws-regra-achada            to true
           end-if.
      *
      ******************************************************************
      *    base da comissao: o valor recebido no caixa ou, na sessao   *
      *    paga por pacote, a parte do valor pago do pacote que cabe   *
      *    a sessao                                                    *
      ******************************************************************
       carregar-base-comissao.
           move caix-vl-recebido             to ws-vl-base.
           if not caix-pacote
              exit paragraph
           end-if.
           initialize reg-pcus.
           move caix-chave-caixa             to pcus-chave-caixa.
           read vbm-pcus with no lock.
           if valid-vbm-pcus
              move pcus-vl-sessao            to ws-vl-base
           end-if.
      *
      ******************************************************************
      *    percentual sobre a base; o valor fixo vale para o           *
      *    atendimento efetivamente pago (base maior que zero)         *
      ******************************************************************
       calcular-comissao.
           move zeros                        to ws-vl-comissao.
           if cmrg-percentual
              compute ws-vl-comissao rounded =
                 ws-vl-base * cmrg-pc-comissao / 100
           else
              if ws-vl-base > zero
                 move cmrg-vl-fixo           to ws-vl-comissao
              end-if
           end-if.
      *
      ******************************************************************
      *    estornos feitos no mes: so o recebimento ja comissionado    *
      *    num mes fechado gera debito; o de mes ainda aberto ja saiu  *
      *    de vbm-caix e nao entra na apuracao daquele mes             *
      ******************************************************************
       apurar-estornos.
           set wss-fim-arquivo               to false.
           initialize reg-estc.
           compute estc-dt-estorno = ws-mes-apuracao * 100.
           start vbm-estc key is not less than estc-dt-estorno.
           if not valid-vbm-estc
              set wss-fim-arquivo            to true
           end-if.
           perform with test before until wss-fim-arquivo
              read vbm-estc next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 divide estc-dt-estorno by 100
                    giving ws-mes-lido
                 if ws-mes-lido > ws-mes-apuracao
                    set wss-fim-arquivo      to true
                 else
                    perform processar-estorno
                 end-if
              end-if
           end-perform.
      *
       processar-estorno.
           divide estc-dt-recebimento by 100 giving ws-mes-origem.
           if ws-mes-origem >= ws-mes-apuracao
              exit paragraph
           end-if.
           initialize reg-cmfc.
           move ws-mes-origem                to cmfc-mes-apuracao.
           read vbm-cmfc with no lock.
           if not valid-vbm-cmfc
              exit paragraph
           end-if.
           initialize reg-cmap.
           move ws-mes-origem                to cmap-mes-apuracao.
           move estc-chave-caixa             to cmap-chave-caixa.
           set cmap-comissao                 to true.
           move zero                         to cmap-sq-estorno.
           read vbm-cmap with no lock.
           if not valid-vbm-cmap
              exit paragraph
           end-if.
           move ws-mes-apuracao              to cmap-mes-apuracao.
           move ws-mes-apuracao              to cmap-mes-profissional.
           set cmap-estorno                  to true.
           move estc-sq-estorno              to cmap-sq-estorno.
           move estc-dt-estorno              to cmap-dt-estorno.
           write reg-cmap.
           if not valid-vbm-cmap
              display "erro ao gravar o arquivo vbm-cmap! status: "
                      fs-vbm-cmap
              move 8                         to return-code
              goback
           end-if.
           add 1                             to ws-total-estornos.
      *
       imprimir-ocorrencia.
           move ws-ocorrencia                to wsl-oco-descricao.
           move caix-dt-recebimento          to ws-data-aux.
           perform formatar-data.
           move ws-data-fmt                  to wsl-oco-dt-recebimento.
           move caix-cd-tutor                to wsl-oco-cd-tutor.
           move caix-cd-pet                  to wsl-oco-cd-pet.
           move caix-tp-servico              to ws-tp-servico.
           perform carregar-desc-servico.
           move wsl-servico                  to wsl-oco-servico.
           move agnd-cd-profissional         to wsl-oco-cd-prof.
           write reg-rcms                    from ws-linha-ocorrencia.
      *
      ******************************************************************
      *    o mes so fecha com VBM-1034-MODO = FECHAR, se ja terminou   *
      *    e se todo recebimento encontrou regra de comissao           *
      ******************************************************************
       decidir-fechamento.
           write reg-rcms                    from ws-linha-branco.
           if not ws-modo-fechar
              move "previa - os valores podem mudar ate o fechamento"
                                             to ws-linha-titulo
              write reg-rcms                from ws-linha-titulo
              exit paragraph
           end-if.
           if ws-mes-apuracao >= ws-mes-corrente
              move "mes em curso nao pode ser fechado - apenas previa"
                                             to ws-linha-titulo
              write reg-rcms                from ws-linha-titulo
              exit paragraph
           end-if.
           if ws-total-sem-regra > zero
              move "recebimento sem regra de comissao - mes nao fechado"
                                             to ws-linha-titulo
              write reg-rcms                from ws-linha-titulo
              exit paragraph
           end-if.
           set ws-fechar-agora               to true.
           move "fechamento do mes gravado nesta execucao"
                                             to ws-linha-titulo.
           write reg-rcms                    from ws-linha-titulo.
      *
      ******************************************************************
      *    extrato por profissional a partir dos lancamentos gravados  *
      *    (chave alternativa mes + profissional), com uma linha por   *
      *    profissional no arquivo para a folha                        *
      ******************************************************************
       emitir-extrato.
           move zero                         to ws-total-profissionais.
           move zero                         to ws-total-lancamentos.
           move zeros                        to ws-total-vl-comissao.
           move zeros                        to ws-total-vl-estornos.
           set ws-primeiro-prof              to true.
           set wss-fim-arquivo               to false.
           initialize reg-cmap.
           move ws-mes-apuracao              to cmap-mes-profissional.
           move zero                         to cmap-cd-profissional.
           start vbm-cmap key is not less than cmap-chave-profissional.
           if not valid-vbm-cmap
              set wss-fim-arquivo            to true
           end-if.
           perform with test before until wss-fim-arquivo
              read vbm-cmap next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 and cmap-mes-profissional not equal ws-mes-apuracao
                 set wss-fim-arquivo         to true
              end-if
              if not wss-fim-arquivo
                 if ws-primeiro-prof
                    or cmap-cd-profissional not equal ws-prof-atual
                    if not ws-primeiro-prof
                       perform fechar-profissional
                    end-if
                    perform abrir-profissional
                 end-if
                 perform imprimir-lancamento
              end-if
           end-perform.
           if not ws-primeiro-prof
              perform fechar-profissional
           end-if.
      *
       abrir-profissional.
           set ws-primeiro-prof              to false.
           move cmap-cd-profissional         to ws-prof-atual.
           move zero                         to ws-prof-qtd.
           move zeros                        to ws-prof-vl-base.
           move zeros                        to ws-prof-vl-comissao.
           move zeros                        to ws-prof-vl-estornos.
           add 1                             to ws-total-profissionais.
           initialize reg-prof.
           move ws-prof-atual                to prof-cd-profissional.
           read vbm-prof with no lock.
           move ws-prof-atual                to wsl-cd-prof.
           if valid-vbm-prof
              move prof-nm-profissional      to wsl-nm-prof
              if prof-veterinario
                 move "veterinario"          to wsl-funcao
              else
                 move "tosador"              to wsl-funcao
              end-if
           else
              move "fora do cadastro"        to wsl-nm-prof
              move spaces                    to wsl-funcao
              move zero                      to prof-tp-funcao
           end-if.
           write reg-rcms                    from ws-linha-branco.
           write reg-rcms                    from ws-linha-prof.
           write reg-rcms                    from ws-linha-cabecalho.
      *
       imprimir-lancamento.
           add 1                             to ws-total-lancamentos.
           if cmap-comissao
              move "comissao"                to wsl-tp-lancamento
              move cmap-dt-recebimento       to ws-data-aux
              add 1                          to ws-prof-qtd
              add cmap-vl-recebido           to ws-prof-vl-base
              add cmap-vl-comissao           to ws-prof-vl-comissao
              add cmap-vl-comissao           to ws-total-vl-comissao
              move cmap-vl-comissao          to wsl-vl-comissao
           else
              move "estorno"                 to wsl-tp-lancamento
              move cmap-dt-estorno           to ws-data-aux
              add cmap-vl-comissao           to ws-prof-vl-estornos
              add cmap-vl-comissao           to ws-total-vl-estornos
              compute wsl-vl-comissao = zero - cmap-vl-comissao
           end-if.
           perform formatar-data.
           move ws-data-fmt                  to wsl-dt-lancamento.
           move cmap-dt-agenda               to ws-data-aux.
           perform formatar-data.
           move ws-data-fmt                  to wsl-dt-atendimento.
           move cmap-cd-tutor                to wsl-cd-tutor.
           move cmap-cd-pet                  to wsl-cd-pet.
           move cmap-tp-servico              to ws-tp-servico.
           perform carregar-desc-servico.
           move cmap-vl-recebido             to wsl-vl-recebido.
           if cmap-percentual
              move cmap-pc-comissao          to wsl-pc-comissao
              move " %"                      to wsl-regra-sufixo
           else
              move spaces                    to wsl-regra
              move "fixo"                    to wsl-regra
           end-if.
           write reg-rcms                    from ws-linha-detalhe.
      *
       fechar-profissional.
           compute ws-prof-vl-liquido =
              ws-prof-vl-comissao - ws-prof-vl-estornos.
           move "atendimentos...........: "  to ws-linha-total-prof-qtd.
           move ws-prof-qtd                  to wsl-total-prof-qtd.
           write reg-rcms                 from ws-linha-total-prof-qtd.
           move "valor recebido.........: "  to ws-linha-total-prof.
           move ws-prof-vl-base              to wsl-total-prof-vl.
           write reg-rcms                    from ws-linha-total-prof.
           move "comissoes..............: "  to ws-linha-total-prof.
           move ws-prof-vl-comissao          to wsl-total-prof-vl.
           write reg-rcms                    from ws-linha-total-prof.
           move "estornos descontados...: "  to ws-linha-total-prof.
           move ws-prof-vl-estornos          to wsl-total-prof-vl.
           write reg-rcms                    from ws-linha-total-prof.
           move "liquido a pagar........: "  to ws-linha-total-prof.
           move ws-prof-vl-liquido           to wsl-total-prof-vl.
           write reg-rcms                    from ws-linha-total-prof.
           initialize reg-excm.
           move ws-mes-apuracao              to excm-mes-apuracao.
           if ws-mes-fechado or ws-fechar-agora
              set excm-fechado               to true
           else
              set excm-previa                to true
           end-if.
           move ws-prof-atual                to excm-cd-profissional.
           if valid-vbm-prof
              and prof-cd-profissional equal ws-prof-atual
              move prof-nm-profissional      to excm-nm-profissional
              move prof-tp-funcao            to excm-tp-funcao
           end-if.
           move ws-prof-qtd                  to excm-qtd-atendimentos.
           move ws-prof-vl-base              to excm-vl-base.
           move ws-prof-vl-comissao          to excm-vl-comissao.
           move ws-prof-vl-estornos          to excm-vl-estornos.
           if ws-prof-vl-liquido < zero
              move "-"                       to excm-sn-liquido
              compute excm-vl-liquido = zero - ws-prof-vl-liquido
           else
              move "+"                       to excm-sn-liquido
              move ws-prof-vl-liquido        to excm-vl-liquido
           end-if.
           write reg-excm.
      *
      ******************************************************************
      *    congela o mes: a partir daqui o vbm-1034 so reemite         *
      ******************************************************************
       gravar-fechamento.
           initialize reg-cmfc.
           move ws-mes-apuracao              to cmfc-mes-apuracao.
           accept cmfc-dt-fechamento        from date yyyymmdd.
           accept ws-hr-agora               from time.
           divide ws-hr-agora by 100       giving cmfc-hr-fechamento.
           move ws-operador                  to cmfc-cd-operador.
           move ws-total-profissionais       to cmfc-qtd-profissionais.
           move ws-total-lancamentos         to cmfc-qtd-lancamentos.
           move ws-total-vl-comissao         to cmfc-vl-comissao.
           move ws-total-vl-estornos         to cmfc-vl-estornos.
           write reg-cmfc.
           if not valid-vbm-cmfc
              display "erro ao gravar o arquivo vbm-cmfc! status: "
                      fs-vbm-cmfc
              move 8                         to return-code
           end-if.
      *
       carregar-desc-servico.
           evaluate ws-tp-servico
              when 1
                 move "consulta"             to wsl-servico
              when 2
                 move "banho"                to wsl-servico
              when 3
                 move "tosa"                 to wsl-servico
              when 4
                 move "vacina"               to wsl-servico
              when other
                 move spaces                 to wsl-servico
           end-evaluate.
      *
       formatar-data.
           move ws-aux-dia                   to ws-fmt-dia.
           move ws-aux-mes                   to ws-fmt-mes.
           move ws-aux-ano                   to ws-fmt-ano.
      *
       imprimir-total.
           write reg-rcms                    from ws-linha-branco.
           if not ws-mes-fechado
              move "recebimentos do mes..................: "
                                             to ws-linha-total
              move ws-total-recebimentos     to wsl-total
              write reg-rcms                from ws-linha-total
              move "recebimentos comissionados...........: "
                                             to ws-linha-total
              move ws-total-comissionados    to wsl-total
              write reg-rcms                from ws-linha-total
              move "sem regra de comissao em vigor.......: "
                                             to ws-linha-total
              move ws-total-sem-regra        to wsl-total
              write reg-rcms                from ws-linha-total
              move "recebidos sem atendimento realizado..: "
                                             to ws-linha-total
              move ws-total-nao-realizados   to wsl-total
              write reg-rcms                from ws-linha-total
              move "estornos de mes fechado descontados..: "
                                             to ws-linha-total
              move ws-total-estornos         to wsl-total
              write reg-rcms                from ws-linha-total
           end-if.
           move "profissionais no extrato.............: "
                                             to ws-linha-total.
           move ws-total-profissionais       to wsl-total.
           write reg-rcms                    from ws-linha-total.
           move "total de comissoes...................: "
                                             to ws-linha-total-vl.
           move ws-total-vl-comissao         to wsl-total-vl.
           write reg-rcms                    from ws-linha-total-vl.
           move "total de estornos descontados........: "
                                             to ws-linha-total-vl.
           move ws-total-vl-estornos         to wsl-total-vl.
           write reg-rcms                    from ws-linha-total-vl.
