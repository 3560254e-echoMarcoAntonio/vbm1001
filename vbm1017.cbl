       identification                       division.
       program-id.                          vbm-1017.
       author.                              stanicki.
       date-written.                        set-2026.
      ******************************************************************
      *              cadastro de profissionais                         *
      *      manutencao dos veterinarios e tosadores que executam      *
      *      os atendimentos da agenda, com os dias da semana e a      *
      *      faixa de horario de atendimento de cada um, usados na     *
      *      validacao da marcacao em vbm-1004                         *
      *                                                                *
      *      o supervisor mantem tambem as regras de comissao de cada  *
      *      profissional por servico (vbm-cmrg), com vigencia, como   *
      *      a tabela de precos; o fechamento mensal das comissoes e   *
      *      feito pelo vbm-1034                                       *
      ******************************************************************
       environment                          division.
       special-names.
           decimal-point is comma.
       input-output                         section.
       file-control.
           copy "vbm-prof.sl".
           copy "vbm-agnd.sl".
           copy "vbm-cmrg.sl".
       data                                 division.
       file                                 section.
           copy "vbm-prof.fd".
           copy "vbm-agnd.fd".
           copy "vbm-cmrg.fd".
      ******************************************************************
      *                        working storage                         *
      ******************************************************************
       working-storage                      section.
       copy "ACUGUI.DEF".
       COPY "ACUCOBOL.DEF".
       COPY "crtvars.def".
      *
       01 screen-t14.
          03 s14-cd-profissional            pic 9(03).
          03 s14-nm-profissional            pic x(30).
          03 s14-tp-funcao                  pic 9(01).
             88 s14-veterinario             value 1.
             88 s14-tosador                 value 2.
          03 s14-fl-dias.
             05 s14-fl-dom                  pic 9(01).
             05 s14-fl-seg                  pic 9(01).
             05 s14-fl-ter                  pic 9(01).
             05 s14-fl-qua                  pic 9(01).
             05 s14-fl-qui                  pic 9(01).
             05 s14-fl-sex                  pic 9(01).
             05 s14-fl-sab                  pic 9(01).
          03 s14-fl-dias-r redefines s14-fl-dias.
             05 s14-fl-dia                  pic 9(01) occurs 7 times.
          03 s14-hr-inicio                  pic 9(04).
          03 s14-hr-fim                     pic 9(04).
          03 s14-status                     pic x(50).
      *
       01 screen-t24.
          03 s24-cd-profissional            pic 9(03).
          03 s24-nm-profissional            pic x(30).
          03 s24-tp-servico                 pic 9(01).
             88 s24-consulta                value 1.
             88 s24-banho                   value 2.
             88 s24-tosa                    value 3.
             88 s24-vacina                  value 4.
          03 s24-dt-vigencia                pic 9(08).
          03 s24-tp-calculo                 pic 9(01).
             88 s24-percentual              value 1.
             88 s24-valor-fixo              value 2.
          03 s24-pc-comissao                pic 9(03)v99.
          03 s24-vl-fixo                    pic 9(05)v99.
          03 s24-status                     pic x(50).
      *
       77 keystatus                         pic 9(04)
                                            special-names crt status.
          88 esc-key                        value 0027.
          88 novo-key                       value 1401.
          88 editar-key                     value 1402.
          88 excluir-key                    value 1403.
          88 primeiro-key                   value 1411.
          88 anterior-key                   value 1412.
          88 proximo-key                    value 1413.
          88 ultimo-key                     value 1414.
          88 salvar-key                     value 1415.
          88 cancelar-key                   value 1416.
          88 fechar-key                     value 1427.
          88 comissoes-key                  value 1420.
          88 novo-cmrg-key                  value 4201.
          88 editar-cmrg-key                value 4202.
          88 excluir-cmrg-key               value 4203.
          88 primeiro-cmrg-key              value 4211.
          88 anterior-cmrg-key              value 4212.
          88 proximo-cmrg-key               value 4213.
          88 ultimo-cmrg-key                value 4214.
          88 salvar-cmrg-key                value 4215.
          88 cancelar-cmrg-key              value 4216.
          88 fechar-cmrg-key                value 4227.
      *
       77 fs-vbm-prof pic xx.
          88 valid-vbm-prof                 value "00" thru "09".
          88 inexistente-vbm-prof           value "35".
          88 duplicado-vbm-prof             value "22".
      *
       77 fs-vbm-agnd pic xx.
          88 valid-vbm-agnd                 value "00" thru "09".
          88 inexistente-vbm-agnd           value "35".
      *
       77 fs-vbm-cmrg pic xx.
          88 valid-vbm-cmrg                 value "00" thru "09".
          88 inexistente-vbm-cmrg           value "35".
          88 duplicado-vbm-cmrg             value "22".
      *
       77 ws-janela                         usage handle of window.
      *
       01 wss-controle                      pic 9(01).
          88 wss-inclusao                   value 1.
          88 wss-alteracao                  value 2.
          88 wss-pesquisa                   value 3.
      *
       01 wss-controle-cmrg                 pic 9(01).
          88 wss-cmrg-inclusao              value 1.
          88 wss-cmrg-alteracao             value 2.
          88 wss-cmrg-pesquisa              value 3.
      *
       01 ws-idx                            pic 9(01) comp.
       01 ws-fl-fim-agenda                  pic 9(01).
          88 ws-fim-agenda                  value 1 false 0.
       01 ws-fl-prof-agendado               pic 9(01).
          88 ws-prof-agendado               value 1 false 0.
      *
      ******************************************************************
      *                         screen section                         *
      ******************************************************************
       screen                               section.
       copy "profis-tela-prof.scr".
       copy "profis-tela-cmrg.scr".
      *
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
           perform inicio-programa.
           perform fechar-arquivos.
      *
       abrir-arquivos.
           open i-o vbm-prof.
           if inexistente-vbm-prof
              open output vbm-prof
              close vbm-prof
              open i-o vbm-prof
           end-if.
           if not valid-vbm-prof
              display message box "erro ao abrir o arquivo vbm-prof!"
                                  "status: " fs-vbm-prof
              exit paragraph
           end-if.
           open input vbm-agnd.
           if inexistente-vbm-agnd
              open output vbm-agnd
              close vbm-agnd
              open input vbm-agnd
           end-if.
           if not valid-vbm-agnd
              display message box "erro ao abrir o arquivo vbm-agnd!"
                                  "status: " fs-vbm-agnd
              exit paragraph
           end-if.
           open i-o vbm-cmrg.
           if inexistente-vbm-cmrg
              open output vbm-cmrg
              close vbm-cmrg
              open i-o vbm-cmrg
           end-if.
           if not valid-vbm-cmrg
              display message box "erro ao abrir o arquivo vbm-cmrg!"
                                  "status: " fs-vbm-cmrg
              exit paragraph
           end-if.
      *
       inicio-programa.
           set wss-pesquisa to true.
           display standard graphical window
              lines 25
              size 102
              title "VBM v0.0.1. Cadastro de Profissionais"
              handle in ws-janela.
           display tela-prof.
           initialize screen-t14.
           set s14-veterinario to true.
           perform modificar-componentes.
           perform desabilitar-componentes.
           perform desabilitar-salvar-cancelar.
           perform with test after until fechar-key or esc-key
              accept tela-prof on exception
                 perform controle-componentes
              end-accept
           end-perform.
      *
       fechar-arquivos.
           close vbm-prof.
           close vbm-agnd.
           close vbm-cmrg.
           close window ws-janela.
           goback.
      *
       controle-componentes.
           evaluate true
              when novo-key
                 perform novo-link-to
              when editar-key
                 perform editar-link-to
              when excluir-key
                 perform excluir-link-to
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
              when comissoes-key
                 perform comissoes-link-to
           end-evaluate.
      *
       modificar-componentes.
           modify t14-ef-cd-profissional   value s14-cd-profissional.
           modify t14-ef-nm-profissional   value s14-nm-profissional.
           if s14-tp-funcao = 0
              set s14-veterinario to true
           end-if.
           modify t14-rb-veterinario       value s14-tp-funcao.
           modify t14-rb-tosador           value s14-tp-funcao.
           modify t14-cb-dom               value s14-fl-dom.
           modify t14-cb-seg               value s14-fl-seg.
           modify t14-cb-ter               value s14-fl-ter.
           modify t14-cb-qua               value s14-fl-qua.
           modify t14-cb-qui               value s14-fl-qui.
           modify t14-cb-sex               value s14-fl-sex.
           modify t14-cb-sab               value s14-fl-sab.
           modify t14-ef-hr-inicio         value s14-hr-inicio.
           modify t14-ef-hr-fim            value s14-hr-fim.
      *
       habilitar-componentes.
           modify t14-ef-nm-profissional    enabled true.
           modify t14-rb-veterinario        enabled true.
           modify t14-rb-tosador            enabled true.
           modify t14-cb-dom                enabled true.
           modify t14-cb-seg                enabled true.
           modify t14-cb-ter                enabled true.
           modify t14-cb-qua                enabled true.
           modify t14-cb-qui                enabled true.
           modify t14-cb-sex                enabled true.
           modify t14-cb-sab                enabled true.
           modify t14-ef-hr-inicio          enabled true.
           modify t14-ef-hr-fim             enabled true.
      *
       desabilitar-componentes.
           modify t14-ef-nm-profissional    enabled false.
           modify t14-rb-veterinario        enabled false.
           modify t14-rb-tosador            enabled false.
           modify t14-cb-dom                enabled false.
           modify t14-cb-seg                enabled false.
           modify t14-cb-ter                enabled false.
           modify t14-cb-qua                enabled false.
           modify t14-cb-qui                enabled false.
           modify t14-cb-sex                enabled false.
           modify t14-cb-sab                enabled false.
           modify t14-ef-hr-inicio          enabled false.
           modify t14-ef-hr-fim             enabled false.
      *
       habilitar-salvar-cancelar.
           modify t14-pb-salvar             enabled true.
           modify t14-pb-cancelar           enabled true.
      *
       desabilitar-salvar-cancelar.
           modify t14-pb-salvar             enabled false.
           modify t14-pb-cancelar           enabled false.
      *
       habilitar-navegacao.
           modify t14-pb-novo               enabled true.
           modify t14-pb-editar             enabled true.
           modify t14-pb-excluir            enabled true.
           modify t14-pb-primeiro           enabled true.
           modify t14-pb-proximo            enabled true.
           modify t14-pb-anterior           enabled true.
           modify t14-pb-ultimo             enabled true.
           modify t14-pb-comissoes          enabled true.
      *
       desabilitar-navegacao.
           modify t14-pb-novo               enabled false.
           modify t14-pb-editar             enabled false.
           modify t14-pb-excluir            enabled false.
           modify t14-pb-primeiro           enabled false.
           modify t14-pb-proximo            enabled false.
           modify t14-pb-anterior           enabled false.
           modify t14-pb-ultimo             enabled false.
           modify t14-pb-comissoes          enabled false.
      *
       mover-tela-para-registro.
           initialize reg-prof.
           move s14-cd-profissional         to prof-cd-profissional.
           move s14-nm-profissional         to prof-nm-profissional.
           move s14-tp-funcao               to prof-tp-funcao.
           perform varying ws-idx from 1 by 1 until ws-idx > 7
              if s14-fl-dia(ws-idx) equal 1
                 move "S"                   to prof-fl-dia(ws-idx)
              else
                 move "N"                   to prof-fl-dia(ws-idx)
              end-if
           end-perform.
           move s14-hr-inicio               to prof-hr-inicio.
           move s14-hr-fim                  to prof-hr-fim.
      *
       mover-registro-para-tela.
           move prof-cd-profissional        to s14-cd-profissional.
           move prof-nm-profissional        to s14-nm-profissional.
           move prof-tp-funcao              to s14-tp-funcao.
           perform varying ws-idx from 1 by 1 until ws-idx > 7
              if prof-fl-dia(ws-idx) equal "S"
                 move 1                     to s14-fl-dia(ws-idx)
              else
                 move 0                     to s14-fl-dia(ws-idx)
              end-if
           end-perform.
           move prof-hr-inicio              to s14-hr-inicio.
           move prof-hr-fim                 to s14-hr-fim.
      *
       navegar-registros.
           perform mover-registro-para-tela.
           perform modificar-componentes.
      *
       carregar-sequencia.
           initialize reg-prof.
           move high-value                  to prof-cd-profissional.
           start vbm-prof key less than prof-cd-profissional.
           read vbm-prof previous with no lock.
           if valid-vbm-prof
              add 1 to prof-cd-profissional
                                            giving s14-cd-profissional
           else
              move 1                        to s14-cd-profissional
           end-if.
      *
       t14-ef-cd-profissional-aft-proc.
           inquire t14-ef-cd-profissional   value s14-cd-profissional.
           if s14-cd-profissional equal zeros
              exit paragraph
           end-if.
           if not wss-pesquisa
              exit paragraph
           end-if.
           initialize reg-prof.
           move s14-cd-profissional         to prof-cd-profissional.
           read vbm-prof with no lock.
           if valid-vbm-prof
              perform navegar-registros
           else
              move spaces                   to s14-nm-profissional
              perform modificar-componentes
           end-if.
      *
       cancelar-link-to.
           initialize screen-t14.
           set s14-veterinario              to true.
           perform modificar-componentes.
           perform desabilitar-salvar-cancelar.
           perform desabilitar-componentes.
           perform habilitar-navegacao.
           modify t14-ef-cd-profissional    enabled true.
           set wss-pesquisa                 to true.
      *
       carregar-dias-tela.
           inquire t14-cb-dom               value s14-fl-dom.
           inquire t14-cb-seg               value s14-fl-seg.
           inquire t14-cb-ter               value s14-fl-ter.
           inquire t14-cb-qua               value s14-fl-qua.
           inquire t14-cb-qui               value s14-fl-qui.
           inquire t14-cb-sex               value s14-fl-sex.
           inquire t14-cb-sab               value s14-fl-sab.
      *
       salvar-link-to.
           perform carregar-dias-tela.
           if s14-nm-profissional equal spaces
              display message box "Informe o nome do profissional!"
              exit paragraph
           end-if.
           if s14-fl-dias equal zeros
              display message box
                 "Marque ao menos um dia de atendimento!"
              exit paragraph
           end-if.
           if s14-hr-inicio(1:2) > "23" or s14-hr-inicio(3:2) > "59"
              or s14-hr-fim(1:2) > "23" or s14-hr-fim(3:2) > "59"
              or s14-hr-fim <= s14-hr-inicio
              display message box
                 "Informe uma faixa de horario valida!"
              exit paragraph
           end-if.
           perform mover-tela-para-registro.
           if wss-inclusao
              write reg-prof
              if duplicado-vbm-prof
                 display message box "Profissional ja cadastrado"
                 exit paragraph
              end-if
              if not valid-vbm-prof
                 display message box "erro ao gravar o profissional!"
                                     "status: " fs-vbm-prof
                 exit paragraph
              end-if
           end-if.
           if wss-alteracao
              rewrite reg-prof
              if not valid-vbm-prof
                 display message box "erro ao alterar o profissional!"
                                     "status: " fs-vbm-prof
                 exit paragraph
              end-if
           end-if.
           perform desabilitar-salvar-cancelar.
           perform desabilitar-componentes.
           perform habilitar-navegacao.
           modify t14-ef-cd-profissional    enabled true.
           set wss-pesquisa                 to true.
      *
       novo-link-to.
           perform carregar-sequencia.
           initialize s14-nm-profissional.
           move spaces                      to s14-nm-profissional.
           move zeros                       to s14-fl-dias
                                               s14-hr-inicio
                                               s14-hr-fim.
           set s14-veterinario              to true.
           perform habilitar-componentes.
           perform modificar-componentes.
           perform desabilitar-navegacao.
           perform habilitar-salvar-cancelar.
           modify t14-ef-cd-profissional    enabled false.
           set wss-inclusao                 to true.
      *
       editar-link-to.
           initialize reg-prof.
           move s14-cd-profissional         to prof-cd-profissional.
           read vbm-prof with no lock.
           if not valid-vbm-prof
              display message box
                 "Registro do profissional nao pode ser encontrado"
              exit paragraph
           end-if.
           perform desabilitar-navegacao.
           perform habilitar-salvar-cancelar.
           perform habilitar-componentes.
           modify t14-ef-cd-profissional    enabled false.
           set wss-alteracao                to true.
      *
       excluir-link-to.
           initialize reg-prof.
           move s14-cd-profissional         to prof-cd-profissional.
           read vbm-prof with no lock.
           if not valid-vbm-prof
              display message box
                 "Registro do profissional nao pode ser encontrado"
              exit paragraph
           end-if.
           perform verificar-agenda-profissional.
           if ws-prof-agendado
              display message box
                 "Profissional possui atendimentos marcados na agenda"
              exit paragraph
           end-if.
           display message box
              "Voce realmente deseja excluir o profissional?"
              type 2
              giving return-code.
           if return-code equal mb-yes
              delete vbm-prof
              display message box "Profissional removido"
              initialize screen-t14
              set s14-veterinario           to true
              perform modificar-componentes
           else
              display message box "Acao interrompida"
           end-if.
      *
      ******************************************************************
      *    um profissional com atendimento ainda marcado na agenda     *
      *    nao pode ser excluido                                       *
      ******************************************************************
       verificar-agenda-profissional.
           set ws-prof-agendado             to false.
           set ws-fim-agenda                to false.
           initialize reg-agnd.
           move low-value                   to agnd-chave-agenda.
           start vbm-agnd key is not less than agnd-chave-agenda.
           if not valid-vbm-agnd
              set ws-fim-agenda             to true
           end-if.
           perform with test before until ws-fim-agenda
              read vbm-agnd next record
                 at end
                    set ws-fim-agenda       to true
              end-read
              if not ws-fim-agenda
                 if agnd-marcado
                    and agnd-cd-profissional equal s14-cd-profissional
                    set ws-prof-agendado    to true
                    set ws-fim-agenda       to true
                 end-if
              end-if
           end-perform.
      *
       primeiro-link-to.
           initialize reg-prof.
           move low-value                   to prof-cd-profissional.
           start vbm-prof key greater than prof-cd-profissional.
           read vbm-prof next with no lock.
           if valid-vbm-prof
              perform navegar-registros
           else
              display message box
                 "Nao existem profissionais cadastrados"
           end-if.
      *
       ultimo-link-to.
           initialize reg-prof.
           move high-value                  to prof-cd-profissional.
           start vbm-prof key less than prof-cd-profissional.
           read vbm-prof previous with no lock.
           if valid-vbm-prof
              perform navegar-registros
           else
              display message box
                 "Nao existem profissionais cadastrados"
           end-if.
      *
       anterior-link-to.
           initialize reg-prof.
           move s14-cd-profissional         to prof-cd-profissional.
           start vbm-prof key less than prof-cd-profissional.
           read vbm-prof previous with no lock.
           if not valid-vbm-prof
              display message box "Voce chegou ao primeiro profissional"
           else
              perform navegar-registros
           end-if.
      *
       proximo-link-to.
           initialize reg-prof.
           move s14-cd-profissional         to prof-cd-profissional.
           start vbm-prof key greater than prof-cd-profissional.
           read vbm-prof next with no lock.
           if not valid-vbm-prof
              display message box "Voce chegou ao ultimo profissional"
           else
              perform navegar-registros
           end-if.
      *
       t14-rb-veterinario-evt-proc.
           evaluate event-type
           when cmd-clicked
              perform t14-rb-tp-funcao-evt-cmd-clicked
           when other
           end-evaluate.
      *
       t14-rb-tosador-evt-proc.
           evaluate event-type
           when cmd-clicked
              perform t14-rb-tp-funcao-evt-cmd-clicked
           when other
           end-evaluate.
      *
       t14-rb-tp-funcao-evt-cmd-clicked.
           inquire t14-rb-veterinario       value s14-tp-funcao.
           inquire t14-rb-tosador           value s14-tp-funcao.
      *
      ******************************************************************
      *    regras de comissao do profissional exibido (supervisor):    *
      *    mudancas de regra entram como novas vigencias, como na      *
      *    tabela de precos; o mes ja fechado guarda a regra aplicada  *
      *    e nao e afetado                                             *
      ******************************************************************
       comissoes-link-to.
           if not lkop-supervisor
              display message box
                 "Somente supervisores podem manter as regras de"
                 " comissao"
              exit paragraph
           end-if.
           initialize reg-prof.
           move s14-cd-profissional         to prof-cd-profissional.
           read vbm-prof with no lock.
           if not valid-vbm-prof
              display message box
                 "Selecione um profissional cadastrado"
              exit paragraph
           end-if.
           initialize screen-t24.
           move prof-cd-profissional        to s24-cd-profissional.
           move prof-nm-profissional        to s24-nm-profissional.
           perform carregar-padrao-cmrg.
           set wss-cmrg-pesquisa            to true.
           display tela-cmrg.
           perform primeiro-cmrg-link-to.
           perform modificar-componentes-cmrg.
           perform desabilitar-componentes-cmrg.
           perform desabilitar-salvar-cancelar-cmrg.
           perform habilitar-navegacao-cmrg.
           perform with test after until fechar-cmrg-key
              accept tela-cmrg on exception
                 perform controle-componentes-cmrg
              end-accept
           end-perform.
           display tela-prof.
           perform modificar-componentes.
           perform desabilitar-componentes.
           perform desabilitar-salvar-cancelar.
           perform habilitar-navegacao.
      *
       controle-componentes-cmrg.
           evaluate true
              when novo-cmrg-key
                 perform novo-cmrg-link-to
              when editar-cmrg-key
                 perform editar-cmrg-link-to
              when excluir-cmrg-key
                 perform excluir-cmrg-link-to
              when primeiro-cmrg-key
                 perform primeiro-cmrg-link-to
              when anterior-cmrg-key
                 perform anterior-cmrg-link-to
              when proximo-cmrg-key
                 perform proximo-cmrg-link-to
              when ultimo-cmrg-key
                 perform ultimo-cmrg-link-to
              when salvar-cmrg-key
                 perform salvar-cmrg-link-to
              when cancelar-cmrg-key
                 perform cancelar-cmrg-link-to
           end-evaluate.
      *
      ******************************************************************
      *    sugestao para nova regra: o tosador ganha percentual do     *
      *    recebido e o veterinario valor fixo por consulta            *
      ******************************************************************
       carregar-padrao-cmrg.
           if prof-tosador
              set s24-tosa                  to true
              set s24-percentual            to true
           else
              set s24-consulta              to true
              set s24-valor-fixo            to true
           end-if.
      *
       modificar-componentes-cmrg.
           modify t24-ef-cd-profissional    value s24-cd-profissional.
           modify t24-ef-nm-profissional    value s24-nm-profissional.
           if s24-tp-servico = 0
              set s24-consulta to true
           end-if.
           modify t24-rb-consulta           value s24-tp-servico.
           modify t24-rb-banho              value s24-tp-servico.
           modify t24-rb-tosa               value s24-tp-servico.
           modify t24-rb-vacina             value s24-tp-servico.
           modify t24-ef-dt-vigencia        value s24-dt-vigencia.
           if s24-tp-calculo = 0
              set s24-percentual to true
           end-if.
           modify t24-rb-percentual         value s24-tp-calculo.
           modify t24-rb-valor-fixo         value s24-tp-calculo.
           modify t24-ef-pc-comissao        value s24-pc-comissao.
           modify t24-ef-vl-fixo            value s24-vl-fixo.
           modify t24-la-status             title s24-status.
      *
       habilitar-componentes-cmrg.
           if wss-cmrg-inclusao
              modify t24-rb-consulta        enabled true
              modify t24-rb-banho           enabled true
              modify t24-rb-tosa            enabled true
              modify t24-rb-vacina          enabled true
              modify t24-ef-dt-vigencia     enabled true
           end-if.
           modify t24-rb-percentual         enabled true.
           modify t24-rb-valor-fixo         enabled true.
           perform habilitar-valor-cmrg.
      *
       habilitar-valor-cmrg.
           if s24-percentual
              modify t24-ef-pc-comissao     enabled true
              modify t24-ef-vl-fixo         enabled false
           else
              modify t24-ef-pc-comissao     enabled false
              modify t24-ef-vl-fixo         enabled true
           end-if.
      *
       desabilitar-componentes-cmrg.
           modify t24-rb-consulta           enabled false.
           modify t24-rb-banho              enabled false.
           modify t24-rb-tosa               enabled false.
           modify t24-rb-vacina             enabled false.
           modify t24-ef-dt-vigencia        enabled false.
           modify t24-rb-percentual         enabled false.
           modify t24-rb-valor-fixo         enabled false.
           modify t24-ef-pc-comissao        enabled false.
           modify t24-ef-vl-fixo            enabled false.
      *
       habilitar-salvar-cancelar-cmrg.
           modify t24-pb-salvar             enabled true.
           modify t24-pb-cancelar           enabled true.
      *
       desabilitar-salvar-cancelar-cmrg.
           modify t24-pb-salvar             enabled false.
           modify t24-pb-cancelar           enabled false.
      *
       habilitar-navegacao-cmrg.
           modify t24-pb-novo               enabled true.
           modify t24-pb-editar             enabled true.
           modify t24-pb-excluir            enabled true.
           modify t24-pb-primeiro           enabled true.
           modify t24-pb-proximo            enabled true.
           modify t24-pb-anterior           enabled true.
           modify t24-pb-ultimo             enabled true.
           modify t24-pb-fechar             enabled true.
      *
       desabilitar-navegacao-cmrg.
           modify t24-pb-novo               enabled false.
           modify t24-pb-editar             enabled false.
           modify t24-pb-excluir            enabled false.
           modify t24-pb-primeiro           enabled false.
           modify t24-pb-proximo            enabled false.
           modify t24-pb-anterior           enabled false.
           modify t24-pb-ultimo             enabled false.
           modify t24-pb-fechar             enabled false.
      *
       mover-registro-para-tela-cmrg.
           move cmrg-tp-servico             to s24-tp-servico.
           move cmrg-dt-vigencia            to s24-dt-vigencia.
           move cmrg-tp-calculo             to s24-tp-calculo.
           move cmrg-pc-comissao            to s24-pc-comissao.
           move cmrg-vl-fixo                to s24-vl-fixo.
           move spaces                      to s24-status.
      *
       navegar-registros-cmrg.
           perform mover-registro-para-tela-cmrg.
           perform modificar-componentes-cmrg.
      *
       cancelar-cmrg-link-to.
           set wss-cmrg-pesquisa            to true.
           perform primeiro-cmrg-link-to.
           perform desabilitar-salvar-cancelar-cmrg.
           perform desabilitar-componentes-cmrg.
           perform habilitar-navegacao-cmrg.
      *
       salvar-cmrg-link-to.
           inquire t24-ef-dt-vigencia       value s24-dt-vigencia.
           inquire t24-ef-pc-comissao       value s24-pc-comissao.
           inquire t24-ef-vl-fixo           value s24-vl-fixo.
           if s24-dt-vigencia equal zeros
              or s24-dt-vigencia(5:2) < "01"
              or s24-dt-vigencia(5:2) > "12"
              or s24-dt-vigencia(7:2) < "01"
              or s24-dt-vigencia(7:2) > "31"
              display message box "Informe uma data de vigencia valida!"
              exit paragraph
           end-if.
           if s24-percentual
              if s24-pc-comissao equal zeros
                 or s24-pc-comissao > 100
                 display message box
                    "Informe o percentual da comissao (ate 100%)!"
                 exit paragraph
              end-if
              move zeros                    to s24-vl-fixo
           else
              if s24-vl-fixo equal zeros
                 display message box
                    "Informe o valor fixo por atendimento!"
                 exit paragraph
              end-if
              move zeros                    to s24-pc-comissao
           end-if.
           initialize reg-cmrg.
           move s24-cd-profissional         to cmrg-cd-profissional.
           move s24-tp-servico              to cmrg-tp-servico.
           move s24-dt-vigencia             to cmrg-dt-vigencia.
           move s24-tp-calculo              to cmrg-tp-calculo.
           move s24-pc-comissao             to cmrg-pc-comissao.
           move s24-vl-fixo                 to cmrg-vl-fixo.
           if wss-cmrg-inclusao
              write reg-cmrg
              if duplicado-vbm-cmrg
                 display message box
                    "Regra ja cadastrada para este servico e vigencia"
                 exit paragraph
              end-if
              if not valid-vbm-cmrg
                 display message box "erro ao gravar a regra!"
                                     "status: " fs-vbm-cmrg
                 exit paragraph
              end-if
           end-if.
           if wss-cmrg-alteracao
              rewrite reg-cmrg
              if not valid-vbm-cmrg
                 display message box "erro ao alterar a regra!"
                                     "status: " fs-vbm-cmrg
                 exit paragraph
              end-if
           end-if.
           perform navegar-registros-cmrg.
           perform desabilitar-salvar-cancelar-cmrg.
           perform desabilitar-componentes-cmrg.
           perform habilitar-navegacao-cmrg.
           set wss-cmrg-pesquisa            to true.
      *
       novo-cmrg-link-to.
           perform carregar-padrao-cmrg.
           accept s24-dt-vigencia           from date yyyymmdd.
           move zeros                       to s24-pc-comissao
                                               s24-vl-fixo.
           move spaces                      to s24-status.
           set wss-cmrg-inclusao            to true.
           perform modificar-componentes-cmrg.
           perform habilitar-componentes-cmrg.
           perform desabilitar-navegacao-cmrg.
           perform habilitar-salvar-cancelar-cmrg.
      *
       editar-cmrg-link-to.
           perform ler-regra-tela.
           if not valid-vbm-cmrg
              exit paragraph
           end-if.
           set wss-cmrg-alteracao           to true.
           perform habilitar-componentes-cmrg.
           perform desabilitar-navegacao-cmrg.
           perform habilitar-salvar-cancelar-cmrg.
      *
       excluir-cmrg-link-to.
           perform ler-regra-tela.
           if not valid-vbm-cmrg
              exit paragraph
           end-if.
           display message box
              "Voce realmente deseja excluir a regra de comissao?"
              type 2
              giving return-code.
           if return-code equal mb-yes
              delete vbm-cmrg
              display message box "Regra removida"
              perform primeiro-cmrg-link-to
           else
              display message box "Acao interrompida"
           end-if.
      *
       ler-regra-tela.
           initialize reg-cmrg.
           move s24-cd-profissional         to cmrg-cd-profissional.
           move s24-tp-servico              to cmrg-tp-servico.
           move s24-dt-vigencia             to cmrg-dt-vigencia.
           read vbm-cmrg with no lock.
           if not valid-vbm-cmrg
              display message box
                 "Registro da regra nao pode ser encontrado"
           end-if.
      *
      ******************************************************************
      *    navegacao pelas regras do profissional                      *
      ******************************************************************
       primeiro-cmrg-link-to.
           initialize reg-cmrg.
           move s24-cd-profissional         to cmrg-cd-profissional.
           move low-value                   to cmrg-tp-servico.
           start vbm-cmrg key greater than cmrg-chave-regra.
           if valid-vbm-cmrg
              read vbm-cmrg next with no lock
           end-if.
           if valid-vbm-cmrg
              and cmrg-cd-profissional equal s24-cd-profissional
              perform navegar-registros-cmrg
           else
              perform carregar-padrao-cmrg
              move zeros                    to s24-dt-vigencia
                                               s24-pc-comissao
                                               s24-vl-fixo
              move "Nenhuma regra de comissao cadastrada"
                                            to s24-status
              perform modificar-componentes-cmrg
           end-if.
      *
       ultimo-cmrg-link-to.
           initialize reg-cmrg.
           move s24-cd-profissional         to cmrg-cd-profissional.
           move high-value                  to cmrg-tp-servico.
           start vbm-cmrg key less than cmrg-chave-regra.
           if valid-vbm-cmrg
              read vbm-cmrg previous with no lock
           end-if.
           if valid-vbm-cmrg
              and cmrg-cd-profissional equal s24-cd-profissional
              perform navegar-registros-cmrg
           else
              display message box
                 "Nenhuma regra de comissao cadastrada"
           end-if.
      *
       anterior-cmrg-link-to.
           initialize reg-cmrg.
           move s24-cd-profissional         to cmrg-cd-profissional.
           move s24-tp-servico              to cmrg-tp-servico.
           move s24-dt-vigencia             to cmrg-dt-vigencia.
           start vbm-cmrg key less than cmrg-chave-regra.
           if valid-vbm-cmrg
              read vbm-cmrg previous with no lock
           end-if.
           if not valid-vbm-cmrg
              or cmrg-cd-profissional not equal s24-cd-profissional
              display message box "Voce chegou a primeira regra"
           else
              perform navegar-registros-cmrg
           end-if.
      *
       proximo-cmrg-link-to.
           initialize reg-cmrg.
           move s24-cd-profissional         to cmrg-cd-profissional.
           move s24-tp-servico              to cmrg-tp-servico.
           move s24-dt-vigencia             to cmrg-dt-vigencia.
           start vbm-cmrg key greater than cmrg-chave-regra.
           if valid-vbm-cmrg
              read vbm-cmrg next with no lock
           end-if.
           if not valid-vbm-cmrg
              or cmrg-cd-profissional not equal s24-cd-profissional
              display message box "Voce chegou a ultima regra"
           else
              perform navegar-registros-cmrg
           end-if.
      *
       t24-rb-consulta-evt-proc.
           evaluate event-type
           when cmd-clicked
              perform t24-rb-tp-servico-evt-cmd-clicked
           when other
           end-evaluate.
      *
       t24-rb-banho-evt-proc.
           evaluate event-type
           when cmd-clicked
              perform t24-rb-tp-servico-evt-cmd-clicked
           when other
           end-evaluate.
      *
       t24-rb-tosa-evt-proc.
           evaluate event-type
           when cmd-clicked
              perform t24-rb-tp-servico-evt-cmd-clicked
           when other
           end-evaluate.
      *
       t24-rb-vacina-evt-proc.
           evaluate event-type
           when cmd-clicked
              perform t24-rb-tp-servico-evt-cmd-clicked
           when other
           end-evaluate.
      *
       t24-rb-tp-servico-evt-cmd-clicked.
           inquire t24-rb-consulta          value s24-tp-servico.
           inquire t24-rb-banho             value s24-tp-servico.
           inquire t24-rb-tosa              value s24-tp-servico.
           inquire t24-rb-vacina            value s24-tp-servico.
      *
       t24-rb-percentual-evt-proc.
           evaluate event-type
           when cmd-clicked
              perform t24-rb-tp-calculo-evt-cmd-clicked
           when other
           end-evaluate.
      *
       t24-rb-valor-fixo-evt-proc.
           evaluate event-type
           when cmd-clicked
              perform t24-rb-tp-calculo-evt-cmd-clicked
           when other
           end-evaluate.
      *
       t24-rb-tp-calculo-evt-cmd-clicked.
           inquire t24-rb-percentual        value s24-tp-calculo.
           inquire t24-rb-valor-fixo        value s24-tp-calculo.
           perform habilitar-valor-cmrg.
