       identification                       division.
       program-id.                          vbm-1018.
       author.                              stanicki.
       date-written.                        set-2026.
      ******************************************************************
      *      relatorio mensal de servicos por profissional             *
      *      varre a agenda e totaliza, por profissional e por tipo    *
      *      de servico, os atendimentos realizados no mes, com o      *
      *      valor recebido no caixa (vbm-caix) quando houver, para    *
      *      o calculo de comissao                                     *
      *                                                                *
      *      mes de apuracao na variavel de ambiente VBM-1018-MES      *
      *      (aaaamm, padrao o mes corrente)                           *
      ******************************************************************
       environment                          division.
       special-names.
           decimal-point is comma.
       input-output                         section.
       file-control.
           copy "vbm-agnd.sl".
           copy "vbm-prof.sl".
           copy "vbm-caix.sl".
           copy "vbm-rprf.sl".
       data                                 division.
       file                                 section.
           copy "vbm-agnd.fd".
           copy "vbm-prof.fd".
           copy "vbm-caix.fd".
           copy "vbm-rprf.fd".
      ******************************************************************
      *                        working storage                         *
      ******************************************************************
       working-storage                      section.
       77 fs-vbm-agnd pic xx.
          88 valid-vbm-agnd value "00" thru "09".
       77 fs-vbm-prof pic xx.
          88 valid-vbm-prof value "00" thru "09".
       77 fs-vbm-caix pic xx.
          88 valid-vbm-caix value "00" thru "09".
          88 inexistente-vbm-caix value "35".
       77 fs-vbm-rprf pic xx.
          88 valid-vbm-rprf value "00" thru "09".
      *
       01 wss-controle-batch                pic 9(01).
          88 wss-fim-arquivo                value 1 false 0.
      *
       01 ws-mes-apuracao-x                 pic x(06).
       01 ws-mes-apuracao                   pic 9(06).
       01 ws-mes-pos                        pic 9(02) comp.
       01 ws-mes-digito                     pic 9(01).
       01 ws-data-hoje                      pic 9(08).
       01 ws-agnd-aaaamm                    pic 9(06).
      *
       01 ws-qtd-tab                        pic 9(03) comp.
       01 ws-idx                            pic 9(03) comp.
       01 ws-idx-achado                     pic 9(03) comp.
       01 ws-idx-srv                        pic 9(01) comp.
       01 ws-fl-prof-na-tab                 pic 9(01).
          88 ws-prof-na-tab                 value 1 false 0.
       01 ws-tab-profissionais.
          03 ws-tab-entrada                 occurs 50 times.
             05 ws-tab-cd-prof              pic 9(03).
             05 ws-tab-servico              occurs 4 times.
                07 ws-tab-qtd               pic 9(05) comp.
                07 ws-tab-valor             pic 9(07)v99.
      *
       01 ws-total-lidos                    pic 9(07) comp.
       01 ws-total-realizados               pic 9(05) comp.
       01 ws-total-valor                    pic 9(07)v99.
       01 ws-total-excedentes               pic 9(05) comp.
       01 ws-prof-qtd                       pic 9(05) comp.
       01 ws-prof-valor                     pic 9(07)v99.
      *
       01 ws-desc-servico                   pic x(10).
      *
       01 ws-linha-titulo                   pic x(132).
       01 ws-linha-branco                   pic x(132) value spaces.
       01 ws-linha-mes.
          03 filler                         pic x(25)
             value "mes de apuracao........: ".
          03 wsl-mes                        pic x(02).
          03 filler                         pic x(01) value "/".
          03 wsl-ano                        pic x(04).
       01 ws-linha-prof.
          03 filler                         pic x(14)
             value "profissional: ".
          03 wsl-cd-prof                    pic z(02)9.
          03 filler                         pic x(03) value " - ".
          03 wsl-nm-prof                    pic x(30).
          03 filler                         pic x(01) value space.
          03 wsl-funcao                     pic x(12).
       01 ws-linha-prof-exc.
          03 filler                         pic x(14)
             value "profissional: ".
          03 wsl-cd-prof-exc                pic z(02)9.
          03 filler                         pic x(25)
             value " - fora do cadastro".
       01 ws-linha-cabecalho.
          03 filler                         pic x(11)
             value "servico ".
          03 filler                         pic x(12)
             value "atendimentos".
          03 filler                         pic x(02) value spaces.
          03 filler                         pic x(14)
             value "valor recebido".
       01 ws-linha-detalhe.
          03 wsl-servico                    pic x(10).
          03 filler                         pic x(01) value space.
          03 wsl-qtd                        pic z(11)9.
          03 filler                         pic x(02) value spaces.
          03 wsl-valor                      pic z.zzz.zz9,99.
       01 ws-linha-excesso.
          03 filler                         pic x(48)
             value "limite de 50 profissionais por execucao atingido".
          03 filler                         pic x(84)
             value " - parte nao totalizada".
       01 ws-linha-total.
          03 filler                         pic x(25).
          03 wsl-total                      pic z(06)9.
       01 ws-linha-total-vl.
          03 filler                         pic x(25)
             value "valor total recebido...: ".
          03 wsl-total-valor                pic z.zzz.zz9,99.
      ******************************************************************
      *                       procedure division                       *
      ******************************************************************
       procedure                            division.
           perform abrir-arquivos.
           perform carregar-mes-apuracao.
           perform totalizar-agenda.
           perform imprimir-relatorio.
           perform fechar-arquivos.
           goback.
      *
       abrir-arquivos.
           open input vbm-agnd.
           if not valid-vbm-agnd
              display "erro ao abrir o arquivo vbm-agnd! status: "
                      fs-vbm-agnd
              move 8                         to return-code
              goback
           end-if.
           open input vbm-prof.
           if not valid-vbm-prof
              display "erro ao abrir o arquivo vbm-prof! status: "
                      fs-vbm-prof
              move 8                         to return-code
              goback
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
           open output vbm-rprf.
           if not valid-vbm-rprf
              display "erro ao abrir o arquivo vbm-rprf! status: "
                      fs-vbm-rprf
              move 8                         to return-code
              goback
           end-if.
      *
       fechar-arquivos.
           close vbm-agnd.
           close vbm-prof.
           close vbm-caix.
           close vbm-rprf.
      *
       carregar-mes-apuracao.
           move spaces                       to ws-mes-apuracao-x.
           accept ws-mes-apuracao-x         from environment
                                            "VBM-1018-MES".
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
              accept ws-data-hoje           from date yyyymmdd
              divide ws-data-hoje by 100 giving ws-mes-apuracao
           end-if.
      *
      ******************************************************************
      *    varre a agenda inteira acumulando, por profissional e       *
      *    tipo de servico, os atendimentos realizados no mes e o      *
      *    valor recebido no caixa para o mesmo atendimento            *
      ******************************************************************
       totalizar-agenda.
           move zero                         to ws-total-lidos.
           move zero                         to ws-total-realizados.
           move zeros                        to ws-total-valor.
           move zero                         to ws-total-excedentes.
           move zero                         to ws-qtd-tab.
           set wss-fim-arquivo               to false.
           initialize reg-agnd.
           move low-value                    to agnd-chave-agenda.
           start vbm-agnd key is not less than agnd-chave-agenda.
           if not valid-vbm-agnd
              set wss-fim-arquivo            to true
           end-if.
           perform with test before until wss-fim-arquivo
              read vbm-agnd next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 add 1                       to ws-total-lidos
                 divide agnd-dt-agenda by 100
                    giving ws-agnd-aaaamm
                 if agnd-realizado
                    and ws-agnd-aaaamm equal ws-mes-apuracao
                    and agnd-tp-servico >= 1
                    and agnd-tp-servico <= 4
                    perform acumular-atendimento
                 end-if
              end-if
           end-perform.
      *
       acumular-atendimento.
           perform localizar-profissional-tab.
           if not ws-prof-na-tab
              exit paragraph
           end-if.
           add 1                             to ws-total-realizados.
           add 1         to ws-tab-qtd(ws-idx, agnd-tp-servico).
           perform carregar-valor-caixa.
      *
       localizar-profissional-tab.
           set ws-prof-na-tab                to false.
           perform varying ws-idx from 1 by 1
                      until ws-idx > ws-qtd-tab
              if ws-tab-cd-prof(ws-idx) equal agnd-cd-profissional
                 set ws-prof-na-tab          to true
                 move ws-idx                 to ws-idx-achado
                 move ws-qtd-tab             to ws-idx
              end-if
           end-perform.
           if ws-prof-na-tab
              move ws-idx-achado             to ws-idx
           end-if.
           if not ws-prof-na-tab
              if ws-qtd-tab < 50
                 add 1                       to ws-qtd-tab
                 initialize ws-tab-entrada(ws-qtd-tab)
                 move agnd-cd-profissional   to
                    ws-tab-cd-prof(ws-qtd-tab)
                 move ws-qtd-tab             to ws-idx
                 set ws-prof-na-tab          to true
              else
                 add 1                       to ws-total-excedentes
              end-if
           end-if.
      *
       carregar-valor-caixa.
           initialize reg-caix.
           move agnd-dt-agenda               to caix-dt-agenda.
           move agnd-hr-agenda               to caix-hr-agenda.
           move agnd-cd-tutor                to caix-cd-tutor.
           move agnd-cd-pet                  to caix-cd-pet.
           read vbm-caix with no lock.
           if valid-vbm-caix
              add caix-vl-recebido
                 to ws-tab-valor(ws-idx, agnd-tp-servico)
              add caix-vl-recebido           to ws-total-valor
           end-if.
      *
       imprimir-relatorio.
           move "servicos por profissional no mes - vbm-1018"
                                             to ws-linha-titulo.
           write reg-rprf                   from ws-linha-titulo.
           move ws-mes-apuracao(5:2)         to wsl-mes.
           move ws-mes-apuracao(1:4)         to wsl-ano.
           write reg-rprf                   from ws-linha-mes.
           perform varying ws-idx from 1 by 1
                      until ws-idx > ws-qtd-tab
              perform imprimir-um-profissional
           end-perform.
           write reg-rprf                    from ws-linha-branco.
           if ws-total-excedentes > zero
              write reg-rprf                from ws-linha-excesso
              write reg-rprf                from ws-linha-branco
           end-if.
           move "atendimentos lidos.....: "  to ws-linha-total.
           move ws-total-lidos               to wsl-total.
           write reg-rprf                    from ws-linha-total.
           move "realizados no mes......: "  to ws-linha-total.
           move ws-total-realizados          to wsl-total.
           write reg-rprf                    from ws-linha-total.
           move ws-total-valor               to wsl-total-valor.
           write reg-rprf                    from ws-linha-total-vl.
      *
       imprimir-um-profissional.
           write reg-rprf                    from ws-linha-branco.
           initialize reg-prof.
           move ws-tab-cd-prof(ws-idx)       to prof-cd-profissional.
           read vbm-prof with no lock.
           if valid-vbm-prof
              move prof-cd-profissional      to wsl-cd-prof
              move prof-nm-profissional      to wsl-nm-prof
              if prof-veterinario
                 move "veterinario"          to wsl-funcao
              else
                 move "tosador"              to wsl-funcao
              end-if
              write reg-rprf                from ws-linha-prof
           else
              move ws-tab-cd-prof(ws-idx)    to wsl-cd-prof-exc
              write reg-rprf                from ws-linha-prof-exc
           end-if.
           write reg-rprf                    from ws-linha-cabecalho.
           move zero                         to ws-prof-qtd.
           move zeros                        to ws-prof-valor.
           perform varying ws-idx-srv from 1 by 1
                      until ws-idx-srv > 4
              if ws-tab-qtd(ws-idx, ws-idx-srv) > zero
                 perform imprimir-linha-servico
              end-if
           end-perform.
           move "total"                      to wsl-servico.
           move ws-prof-qtd                  to wsl-qtd.
           move ws-prof-valor                to wsl-valor.
           write reg-rprf                    from ws-linha-detalhe.
      *
       imprimir-linha-servico.
           evaluate ws-idx-srv
              when 1
                 move "consulta"             to ws-desc-servico
              when 2
                 move "banho"                to ws-desc-servico
              when 3
                 move "tosa"                 to ws-desc-servico
              when 4
                 move "vacina"               to ws-desc-servico
           end-evaluate.
           move ws-desc-servico              to wsl-servico.
           move ws-tab-qtd(ws-idx, ws-idx-srv)
                                             to wsl-qtd.
           move ws-tab-valor(ws-idx, ws-idx-srv)
                                             to wsl-valor.
           write reg-rprf                    from ws-linha-detalhe.
           add ws-tab-qtd(ws-idx, ws-idx-srv)
                                             to ws-prof-qtd.
           add ws-tab-valor(ws-idx, ws-idx-srv)
                                             to ws-prof-valor.
