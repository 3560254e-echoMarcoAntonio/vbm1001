       identification                       division.
       program-id.                          vbm-1004.
       author.                              stanicki.
       date-written.                        ago-2026.
      ******************************************************************
      *                    agenda de atendimentos                      *
      *      marcacao, remarcacao e desmarcacao de consultas,          *
      *      banhos, tosas e vacinas por pet, com bloqueio de          *
      *      horario ja ocupado e relatorio da agenda do dia           *
      *      atendimento marcado que o cliente confirmou pela resposta *
      *      ao lembrete (vbm-cfag, gravado pelo vbm-1031) aparece     *
      *      como confirmado                                           *
      *      o botao "Recorrencia..." mantem as recorrencias de        *
      *      agendamento do pet (vbm-rcag), cujos atendimentos sao     *
      *      gerados pelo vbm-1033; pausar, cancelar ou alterar a      *
      *      recorrencia retira da agenda os atendimentos futuros      *
      *      ainda marcados que ela gerou (vbm-rcgr)                   *
      ******************************************************************
       environment                          division.
       special-names.
           decimal-point is comma.
       input-output                         section.
       file-control.
           copy "vbm-agnd.sl".
           copy "vbm-tuto.sl".
           copy "vbm-pet.sl".
           copy "vbm-prof.sl".
           copy "vbm-espr.sl".
           copy "vbm-cfag.sl".
           copy "vbm-ragd.sl".
           copy "vbm-rcag.sl".
           copy "vbm-rcgr.sl".
       data                                 division.
       file                                 section.
           copy "vbm-agnd.fd".
           copy "vbm-tuto.fd".
           copy "vbm-pet.fd".
           copy "vbm-prof.fd".
           copy "vbm-espr.fd".
           copy "vbm-cfag.fd".
           copy "vbm-ragd.fd".
           copy "vbm-rcag.fd".
           copy "vbm-rcgr.fd".
      ******************************************************************
      *                        working storage                         *
      ******************************************************************
       working-storage                      section.
       copy "ACUGUI.DEF".
       COPY "ACUCOBOL.DEF".
       COPY "crtvars.def".
      *
       01 screen-t04.
          03 s04-dt-agenda                  pic 9(08).
          03 s04-hr-agenda                  pic 9(04).
          03 s04-cd-tutor                   pic 9(07).
          03 s04-nm-tutor                   pic x(30).
          03 s04-cd-pet                     pic 9(03).
          03 s04-nm-pet                     pic x(20).
          03 s04-cd-profissional            pic 9(03).
          03 s04-nm-profissional            pic x(30).
          03 s04-tp-servico                 pic 9(01).
             88 s04-consulta                value 1.
             88 s04-banho                   value 2.
             88 s04-tosa                    value 3.
             88 s04-vacina                  value 4.
          03 s04-observacao                 pic x(30).
          03 s04-situacao-desc              pic x(12).
          03 s04-status                     pic x(50).
      *
       01 screen-t23.
          03 s23-cd-tutor                   pic 9(07).
          03 s23-nm-tutor                   pic x(30).
          03 s23-cd-pet                     pic 9(03).
          03 s23-nm-pet                     pic x(20).
          03 s23-sq-recorrencia             pic 9(02).
          03 s23-tp-servico                 pic 9(01).
             88 s23-consulta                value 1.
             88 s23-banho                   value 2.
             88 s23-tosa                    value 3.
             88 s23-vacina                  value 4.
          03 s23-cd-profissional            pic 9(03).
          03 s23-nm-profissional            pic x(30).
          03 s23-dia-semana                 pic 9(01).
          03 s23-hr-agenda                  pic 9(04).
          03 s23-intervalo-dias             pic 9(03).
          03 s23-dt-inicio                  pic 9(08).
          03 s23-dt-fim                     pic 9(08).
          03 s23-observacao                 pic x(30).
          03 s23-situacao-desc              pic x(50).
          03 s23-status                     pic x(50).
      *
       77 keystatus                         pic 9(04)
                                            special-names crt status.
          88 esc-key                        value 0027.
          88 marcar-key                     value 4001.
          88 remarcar-key                   value 4002.
          88 desmarcar-key                  value 4003.
          88 realizado-key                  value 4004.
          88 falta-key                      value 4005.
          88 primeiro-key                   value 4011.
          88 anterior-key                   value 4012.
          88 proximo-key                    value 4013.
          88 ultimo-key                     value 4014.
          88 salvar-key                     value 4015.
          88 cancelar-key                   value 4016.
          88 dia-key                        value 4019.
          88 recorrencia-key                value 4020.
          88 fechar-key                     value 4027.
          88 nova-rcag-key                  value 4101.
          88 editar-rcag-key                value 4102.
          88 pausar-rcag-key                value 4103.
          88 encerrar-rcag-key              value 4104.
          88 reativar-rcag-key              value 4105.
          88 primeiro-rcag-key              value 4111.
          88 anterior-rcag-key              value 4112.
          88 proximo-rcag-key               value 4113.
          88 ultimo-rcag-key                value 4114.
          88 salvar-rcag-key                value 4115.
          88 cancelar-rcag-key              value 4116.
          88 fechar-rcag-key                value 4127.
      *
       77 fs-vbm-agnd pic xx.
          88 valid-vbm-agnd                 value "00" thru "09".
          88 inexistente-vbm-agnd           value "35".
      *
       77 fs-vbm-tuto pic xx.
          88 valid-vbm-tuto                 value "00" thru "09".
      *
       77 fs-vbm-pet pic xx.
          88 valid-vbm-pet                  value "00" thru "09".
      *
       77 fs-vbm-prof pic xx.
          88 valid-vbm-prof                 value "00" thru "09".
          88 inexistente-vbm-prof           value "35".
      *
       77 fs-vbm-espr pic xx.
          88 valid-vbm-espr                 value "00" thru "09".
          88 inexistente-vbm-espr           value "35".
      *
       77 fs-vbm-cfag pic xx.
          88 valid-vbm-cfag                 value "00" thru "09".
          88 inexistente-vbm-cfag           value "35".
      *
       77 fs-vbm-ragd pic xx.
          88 valid-vbm-ragd                 value "00" thru "09".
      *
       77 fs-vbm-rcag pic xx.
          88 valid-vbm-rcag                 value "00" thru "09".
          88 inexistente-vbm-rcag           value "35".
      *
       77 fs-vbm-rcgr pic xx.
          88 valid-vbm-rcgr                 value "00" thru "09".
          88 inexistente-vbm-rcgr           value "35".
      *
       77 ws-janela                         usage handle of window.
      *
       01 wss-controle                      pic 9(01).
          88 wss-marcacao                   value 1.
          88 wss-remarcacao                 value 2.
          88 wss-pesquisa                   value 3.
      *
       01 wss-controle-rcag                 pic 9(01).
          88 wss-rcag-inclusao              value 1.
          88 wss-rcag-alteracao             value 2.
          88 wss-rcag-pesquisa              value 3.
      *
       01 ws-dt-anterior                    pic 9(08).
       01 ws-hr-anterior                    pic 9(04).
       01 ws-prof-anterior                  pic 9(03).
      *
       01 ws-fl-horario-livre               pic 9(01).
          88 ws-horario-livre               value 1 false 0.
       01 ws-fl-pet-valido                  pic 9(01).
          88 ws-pet-valido                  value 1 false 0.
       01 ws-fl-prof-valido                 pic 9(01).
          88 ws-prof-valido                 value 1 false 0.
       01 ws-fl-data-valida                 pic 9(01).
          88 ws-data-valida                 value 1 false 0.
      *
       01 ws-val-data                       pic 9(08).
       01 ws-val-data-r redefines ws-val-data.
          03 ws-val-ano                     pic 9(04).
          03 ws-val-mes                     pic 9(02).
          03 ws-val-dia                     pic 9(02).
       01 ws-val-resto                      pic 9(04) comp.
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
       01 ws-desc-servico                   pic x(10).
       01 ws-desc-situacao                  pic x(10).
       01 ws-nova-situacao                  pic x(01).
      *
      ******************************************************************
      *    dia da semana da data da agenda (1 = domingo ... 7 =        *
      *    sabado), para conferir os dias de atendimento do            *
      *    profissional                                                *
      ******************************************************************
       01 ws-dsem-data                      pic 9(08).
       01 ws-dsem-data-r redefines ws-dsem-data.
          03 ws-dsem-ano                    pic 9(04).
          03 ws-dsem-mes                    pic 9(02).
          03 ws-dsem-dia                    pic 9(02).
       01 ws-dsem-ano-w                     pic 9(06) comp.
       01 ws-dsem-mes-w                     pic 9(02) comp.
       01 ws-dsem-k                         pic 9(04) comp.
       01 ws-dsem-j                         pic 9(04) comp.
       01 ws-dsem-soma                      pic 9(06) comp.
       01 ws-dsem-parc                      pic 9(06) comp.
       01 ws-dsem-parc2                     pic 9(06) comp.
       01 ws-dsem-parc3                     pic 9(06) comp.
       01 ws-dsem-h                         pic 9(04) comp.
       01 ws-dia-semana                     pic 9(01).
      *
       01 ws-fl-fim-prof                    pic 9(01).
          88 ws-fim-prof                    value 1 false 0.
      *
       01 ws-fl-fim-espera                  pic 9(01).
          88 ws-fim-espera                  value 1 false 0.
       01 ws-fl-espera-achada               pic 9(01).
          88 ws-espera-achada               value 1 false 0.
       01 ws-dt-liberada                    pic 9(08).
       01 ws-tp-liberado                    pic 9(01).
       01 ws-espera-hora-raw                pic 9(08).
       01 ws-espera-oferta.
          03 filler                         pic x(17)
             value "Lista de espera: ".
          03 wse-nm-tutor                   pic x(30).
          03 filler                         pic x(06)
             value " fone ".
          03 wse-fone                       pic x(15).
          03 filler                         pic x(11)
             value " - servico ".
          03 wse-servico                    pic x(10).
       01 ws-fl-grupo-impresso              pic 9(01).
          88 ws-grupo-impresso              value 1 false 0.
       01 ws-desc-funcao                    pic x(12).
      *
       01 ws-qtd-dia                        pic 9(03) comp.
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
       01 ws-rel-cabecalho.
          03 filler                         pic x(06) value "hora ".
          03 filler                         pic x(08) value "tutor ".
          03 filler                         pic x(31) value "nome ".
          03 filler                         pic x(04) value "pet ".
          03 filler                         pic x(21) value "nome ".
          03 filler                         pic x(11) value "servico ".
          03 filler                         pic x(11) value "situacao ".
          03 filler                         pic x(30)
             value "observacao".
       01 ws-rel-detalhe.
          03 wsr-hora                       pic x(05).
          03 filler                         pic x(01) value space.
          03 wsr-cd-tutor                   pic z(06)9.
          03 filler                         pic x(01) value space.
          03 wsr-nm-tutor                   pic x(30).
          03 filler                         pic x(01) value space.
          03 wsr-cd-pet                     pic zz9.
          03 filler                         pic x(01) value space.
          03 wsr-nm-pet                     pic x(20).
          03 filler                         pic x(01) value space.
          03 wsr-servico                    pic x(10).
          03 filler                         pic x(01) value space.
          03 wsr-situacao                   pic x(10).
          03 filler                         pic x(01) value space.
          03 wsr-observacao                 pic x(30).
       01 ws-rel-total.
          03 filler                         pic x(28)
             value "total de atendimentos.....: ".
          03 wsr-qtd-dia                    pic z(02)9.
       01 ws-rel-prof.
          03 filler                         pic x(14)
             value "profissional: ".
          03 wsr-cd-prof                    pic z(02)9.
          03 filler                         pic x(03) value " - ".
          03 wsr-nm-prof                    pic x(30).
          03 filler                         pic x(01) value space.
          03 wsr-funcao                     pic x(12).
       01 ws-rel-sem-prof                   pic x(132)
          value "sem profissional".
       01 ws-prof-grupo                     pic 9(03).
      *
      ******************************************************************
      *    recorrencias de agendamento do pet                          *
      ******************************************************************
       01 ws-operador                       pic x(08).
       01 ws-dt-hoje                        pic 9(08).
       01 ws-hr-agora                       pic 9(04).
       01 ws-hora-raw                       pic 9(08).
       01 ws-chave-rcag                     pic x(12).
       01 ws-fl-rcag-valida                 pic 9(01).
          88 ws-rcag-valida                 value 1 false 0.
       01 ws-fl-fim-vinculos                pic 9(01).
          88 ws-fim-vinculos                value 1 false 0.
       01 ws-qtd-retirados                  pic 9(03) comp.
       01 ws-qtd-retirados-ed               pic zz9.
       01 ws-dt-desc                        pic x(10).
       01 ws-soma-data                      pic 9(08).
       01 ws-soma-data-r redefines ws-soma-data.
          03 ws-soma-ano                    pic 9(04).
          03 ws-soma-mes                    pic 9(02).
          03 ws-soma-dia                    pic 9(02).
       01 ws-soma-dias                      pic 9(03) comp.
       01 ws-soma-dd                        pic 9(04) comp.
       01 ws-soma-resto                     pic 9(04) comp.
       01 ws-soma-limite                    pic 9(02) comp.
      *
      ******************************************************************
      *                         screen section                         *
      ******************************************************************
       screen                               section.
       copy "agenda-tela-agnd.scr".
       copy "agenda-tela-rcag.scr".
      *
      ******************************************************************
      *                       linkage section                          *
      ******************************************************************
       linkage                              section.
       copy "vbm-lkag.cpy".
      *
      ******************************************************************
      *                       procedure division                       *
      ******************************************************************
       procedure division                   using lkag-parametros.
           perform abrir-arquivos.
           perform inicio-programa.
           perform fechar-arquivos.
      *
       abrir-arquivos.
           open i-o vbm-agnd.
           if inexistente-vbm-agnd
              open output vbm-agnd
              close vbm-agnd
              open i-o vbm-agnd
           end-if.
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
           open input vbm-prof.
           if inexistente-vbm-prof
              open output vbm-prof
              close vbm-prof
              open input vbm-prof
           end-if.
           if not valid-vbm-prof
              display message box "erro ao abrir o arquivo vbm-prof!"
                                  "status: " fs-vbm-prof
              exit paragraph
           end-if.
           open i-o vbm-espr.
           if inexistente-vbm-espr
              open output vbm-espr
              close vbm-espr
              open i-o vbm-espr
           end-if.
           if not valid-vbm-espr
              display message box "erro ao abrir o arquivo vbm-espr!"
                                  "status: " fs-vbm-espr
              exit paragraph
           end-if.
           open i-o vbm-cfag.
           if inexistente-vbm-cfag
              open output vbm-cfag
              close vbm-cfag
              open i-o vbm-cfag
           end-if.
           if not valid-vbm-cfag
              display message box "erro ao abrir o arquivo vbm-cfag!"
                                  "status: " fs-vbm-cfag
              exit paragraph
           end-if.
           open i-o vbm-rcag.
           if inexistente-vbm-rcag
              open output vbm-rcag
              close vbm-rcag
              open i-o vbm-rcag
           end-if.
           if not valid-vbm-rcag
              display message box "erro ao abrir o arquivo vbm-rcag!"
                                  "status: " fs-vbm-rcag
              exit paragraph
           end-if.
           open i-o vbm-rcgr.
           if inexistente-vbm-rcgr
              open output vbm-rcgr
              close vbm-rcgr
              open i-o vbm-rcgr
           end-if.
           if not valid-vbm-rcgr
              display message box "erro ao abrir o arquivo vbm-rcgr!"
                                  "status: " fs-vbm-rcgr
              exit paragraph
           end-if.
      *
       inicio-programa.
           accept ws-operador               from environment "USERNAME".
           if ws-operador equal spaces
              accept ws-operador            from environment "USER"
           end-if.
           set wss-pesquisa to true.
           display standard graphical window
              lines 30
              size 102
              title "VBM v0.0.1. Agenda de Atendimentos"
              handle in ws-janela.
           display tela-agnd.
           initialize screen-t04.
           accept s04-dt-agenda             from date yyyymmdd.
           if lkag-cd-tutor not equal zeros
              move lkag-cd-tutor            to s04-cd-tutor
              move lkag-nm-tutor            to s04-nm-tutor
              move lkag-cd-pet              to s04-cd-pet
              move lkag-nm-pet              to s04-nm-pet
           end-if.
           set s04-consulta to true.
           perform modificar-componentes.
           perform desabilitar-componentes.
           perform desabilitar-salvar-cancelar.
           perform with test after until fechar-key or esc-key
              accept tela-agnd on exception
                 perform controle-componentes
              end-accept
           end-perform.
      *
       fechar-arquivos.
           close vbm-agnd.
           close vbm-tuto.
           close vbm-pet.
           close vbm-prof.
           close vbm-espr.
           close vbm-cfag.
           close vbm-rcag.
           close vbm-rcgr.
           close window ws-janela.
           goback.
      *
       controle-componentes.
           evaluate true
              when marcar-key
                 perform marcar-link-to
              when remarcar-key
                 perform remarcar-link-to
              when desmarcar-key
                 perform desmarcar-link-to
              when realizado-key
                 perform realizado-link-to
              when falta-key
                 perform falta-link-to
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
              when dia-key
                 perform dia-link-to
              when recorrencia-key
                 perform recorrencia-link-to
           end-evaluate.
      *
       modificar-componentes.
           modify t04-ef-dt-agenda         value s04-dt-agenda.
           modify t04-ef-hr-agenda         value s04-hr-agenda.
           modify t04-ef-cd-tutor          value s04-cd-tutor.
           modify t04-ef-nm-tutor          value s04-nm-tutor.
           modify t04-ef-cd-pet            value s04-cd-pet.
           modify t04-ef-nm-pet            value s04-nm-pet.
           modify t04-ef-cd-profissional   value s04-cd-profissional.
           modify t04-ef-nm-profissional   value s04-nm-profissional.
           if s04-tp-servico = 0
              set s04-consulta to true
           end-if.
           modify t04-rb-consulta          value s04-tp-servico.
           modify t04-rb-banho             value s04-tp-servico.
           modify t04-rb-tosa              value s04-tp-servico.
           modify t04-rb-vacina            value s04-tp-servico.
           modify t04-ef-observacao        value s04-observacao.
           modify t04-la-situacao          title s04-situacao-desc.
      *
       habilitar-componentes.
           modify t04-ef-dt-agenda          enabled true.
           modify t04-ef-hr-agenda          enabled true.
           if lkag-cd-pet equal zeros
              modify t04-ef-cd-tutor        enabled true
              modify t04-ef-cd-pet          enabled true
           end-if.
           modify t04-ef-cd-profissional    enabled true.
           modify t04-rb-consulta           enabled true.
           modify t04-rb-banho              enabled true.
           modify t04-rb-tosa               enabled true.
           modify t04-rb-vacina             enabled true.
           modify t04-ef-observacao         enabled true.
      *
       desabilitar-componentes.
           modify t04-ef-dt-agenda          enabled true.
           modify t04-ef-hr-agenda          enabled false.
           modify t04-ef-cd-tutor           enabled false.
           modify t04-ef-cd-pet             enabled false.
           modify t04-ef-cd-profissional    enabled false.
           modify t04-rb-consulta           enabled false.
           modify t04-rb-banho              enabled false.
           modify t04-rb-tosa               enabled false.
           modify t04-rb-vacina             enabled false.
           modify t04-ef-observacao         enabled false.
      *
       habilitar-salvar-cancelar.
           modify t04-pb-salvar             enabled true.
           modify t04-pb-cancelar           enabled true.
      *
       desabilitar-salvar-cancelar.
           modify t04-pb-salvar             enabled false.
           modify t04-pb-cancelar           enabled false.
      *
       habilitar-navegacao.
           modify t04-pb-marcar             enabled true.
           modify t04-pb-remarcar           enabled true.
           modify t04-pb-desmarcar          enabled true.
           modify t04-pb-primeiro           enabled true.
           modify t04-pb-proximo            enabled true.
           modify t04-pb-anterior           enabled true.
           modify t04-pb-ultimo             enabled true.
           modify t04-pb-dia                enabled true.
           modify t04-pb-realizado          enabled true.
           modify t04-pb-falta              enabled true.
           modify t04-pb-recorrencia        enabled true.
      *
       desabilitar-navegacao.
           modify t04-pb-marcar             enabled false.
           modify t04-pb-remarcar           enabled false.
           modify t04-pb-desmarcar          enabled false.
           modify t04-pb-primeiro           enabled false.
           modify t04-pb-proximo            enabled false.
           modify t04-pb-anterior           enabled false.
           modify t04-pb-ultimo             enabled false.
           modify t04-pb-dia                enabled false.
           modify t04-pb-realizado          enabled false.
           modify t04-pb-falta              enabled false.
           modify t04-pb-recorrencia        enabled false.
      *
       mover-tela-para-registro.
           initialize reg-agnd.
           move s04-dt-agenda               to agnd-dt-agenda.
           move s04-hr-agenda               to agnd-hr-agenda.
           move s04-cd-tutor                to agnd-cd-tutor.
           move s04-cd-pet                  to agnd-cd-pet.
           move s04-tp-servico              to agnd-tp-servico.
           move s04-observacao              to agnd-observacao.
           move s04-cd-profissional         to agnd-cd-profissional.
           set agnd-marcado                 to true.
      *
       mover-registro-para-tela.
           move agnd-dt-agenda              to s04-dt-agenda.
           move agnd-hr-agenda              to s04-hr-agenda.
           move agnd-cd-tutor               to s04-cd-tutor.
           move agnd-cd-pet                 to s04-cd-pet.
           move agnd-tp-servico             to s04-tp-servico.
           move agnd-observacao             to s04-observacao.
           move agnd-cd-profissional        to s04-cd-profissional.
           perform carregar-descricao-situacao.
           move ws-desc-situacao            to s04-situacao-desc.
           perform carregar-nomes.
      *
       carregar-nomes.
           initialize reg-tuto.
           move s04-cd-tutor                to tuto-cd-tutor.
           read vbm-tuto with no lock.
           if valid-vbm-tuto
              move tuto-nm-tutor            to s04-nm-tutor
           else
              move spaces                   to s04-nm-tutor
           end-if.
           initialize reg-pet.
           move s04-cd-tutor                to pet-cd-tutor.
           move s04-cd-pet                  to pet-cd-pet.
           read vbm-pet with no lock.
           if valid-vbm-pet
              move pet-nm-pet               to s04-nm-pet
           else
              move spaces                   to s04-nm-pet
           end-if.
           initialize reg-prof.
           move s04-cd-profissional         to prof-cd-profissional.
           read vbm-prof with no lock.
           if valid-vbm-prof
              move prof-nm-profissional     to s04-nm-profissional
           else
              move spaces                   to s04-nm-profissional
           end-if.
      *
       navegar-registros.
           perform mover-registro-para-tela.
           perform modificar-componentes.
      *
       cancelar-link-to.
           move spaces                      to s04-situacao-desc.
           perform modificar-componentes.
           perform desabilitar-salvar-cancelar.
           perform desabilitar-componentes.
           perform habilitar-navegacao.
           set wss-pesquisa                 to true.
      *
       marcar-link-to.
           move zeros                       to s04-hr-agenda.
           move spaces                      to s04-observacao
                                               s04-situacao-desc.
           set s04-consulta                 to true.
           perform habilitar-componentes.
           perform modificar-componentes.
           perform desabilitar-navegacao.
           perform habilitar-salvar-cancelar.
           set wss-marcacao                 to true.
      *
       remarcar-link-to.
           initialize reg-agnd.
           move s04-dt-agenda               to agnd-dt-agenda.
           move s04-hr-agenda               to agnd-hr-agenda.
           move s04-cd-tutor                to agnd-cd-tutor.
           move s04-cd-pet                  to agnd-cd-pet.
           read vbm-agnd with no lock.
           if not valid-vbm-agnd
              display message box
                 "Atendimento nao pode ser encontrado"
              exit paragraph
           end-if.
           if not agnd-marcado
              display message box
                 "Somente atendimento marcado pode ser remarcado"
              exit paragraph
           end-if.
           move agnd-dt-agenda              to ws-dt-anterior.
           move agnd-hr-agenda              to ws-hr-anterior.
           move agnd-cd-profissional        to ws-prof-anterior.
           modify t04-ef-dt-agenda          enabled true.
           modify t04-ef-hr-agenda          enabled true.
           modify t04-ef-cd-profissional    enabled true.
           modify t04-ef-observacao         enabled true.
           perform desabilitar-navegacao.
           perform habilitar-salvar-cancelar.
           set wss-remarcacao               to true.
      *
       desmarcar-link-to.
           initialize reg-agnd.
           move s04-dt-agenda               to agnd-dt-agenda.
           move s04-hr-agenda               to agnd-hr-agenda.
           move s04-cd-tutor                to agnd-cd-tutor.
           move s04-cd-pet                  to agnd-cd-pet.
           read vbm-agnd with no lock.
           if not valid-vbm-agnd
              display message box
                 "Atendimento nao pode ser encontrado"
              exit paragraph
           end-if.
           if not agnd-marcado
              display message box
                 "Somente atendimento marcado pode ser cancelado"
              exit paragraph
           end-if.
           display message box
              "Voce realmente deseja cancelar este atendimento?"
              type 2
              giving return-code.
           if return-code equal mb-yes
              set agnd-cancelado            to true
              rewrite reg-agnd
              if not valid-vbm-agnd
                 display message box "erro ao cancelar o atendimento!"
                                     "status: " fs-vbm-agnd
              else
                 display message box "Atendimento cancelado"
                 move "cancelado"           to s04-situacao-desc
                 perform modificar-componentes
                 move s04-dt-agenda         to ws-dt-liberada
                 move agnd-tp-servico       to ws-tp-liberado
                 perform oferecer-lista-espera
              end-if
           else
              display message box "Acao interrompida"
           end-if.
      *
      ******************************************************************
      *    desfecho do atendimento: o atendente marca o comparecimento *
      *    (realizado) ou a ausencia do cliente (falta) sobre um       *
      *    atendimento ainda marcado                                   *
      ******************************************************************
       realizado-link-to.
           move "R"                         to ws-nova-situacao.
           perform registrar-desfecho.
      *
       falta-link-to.
           move "F"                         to ws-nova-situacao.
           perform registrar-desfecho.
      *
       registrar-desfecho.
           initialize reg-agnd.
           move s04-dt-agenda               to agnd-dt-agenda.
           move s04-hr-agenda               to agnd-hr-agenda.
           move s04-cd-tutor                to agnd-cd-tutor.
           move s04-cd-pet                  to agnd-cd-pet.
           read vbm-agnd with no lock.
           if not valid-vbm-agnd
              display message box
                 "Atendimento nao pode ser encontrado"
              exit paragraph
           end-if.
           if not agnd-marcado
              display message box
                 "Somente atendimento marcado pode ter o desfecho"
                 " registrado"
              exit paragraph
           end-if.
           move ws-nova-situacao            to agnd-situacao.
           rewrite reg-agnd.
           if not valid-vbm-agnd
              display message box "erro ao gravar o desfecho!"
                                  "status: " fs-vbm-agnd
              exit paragraph
           end-if.
           perform carregar-descricao-situacao.
           move ws-desc-situacao            to s04-situacao-desc.
           perform modificar-componentes.
      *
       salvar-link-to.
           move s04-dt-agenda               to ws-val-data.
           perform validar-data-agenda.
           if not ws-data-valida
              display message box "Informe uma data valida!"
              exit paragraph
           end-if.
           if s04-hr-agenda(1:2) > "23" or s04-hr-agenda(3:2) > "59"
              display message box "Informe um horario valido!"
              exit paragraph
           end-if.
           perform validar-pet-agenda.
           if not ws-pet-valido
              exit paragraph
           end-if.
           perform validar-profissional-agenda.
           if not ws-prof-valido
              exit paragraph
           end-if.
           if wss-remarcacao
              and s04-dt-agenda equal ws-dt-anterior
              and s04-hr-agenda equal ws-hr-anterior
              perform regravar-atendimento
              exit paragraph
           end-if.
           perform verificar-horario-livre.
           if not ws-horario-livre
              display message box
                 "Horario ja ocupado para este profissional"
              perform oferecer-inclusao-espera
              exit paragraph
           end-if.
           perform mover-tela-para-registro.
           read vbm-agnd with no lock.
           if valid-vbm-agnd
              perform mover-tela-para-registro
              rewrite reg-agnd
           else
              perform mover-tela-para-registro
              write reg-agnd
           end-if.
           if not valid-vbm-agnd
              display message box "erro ao gravar o atendimento!"
                                  "status: " fs-vbm-agnd
              exit paragraph
           end-if.
           if wss-remarcacao
              perform excluir-atendimento-anterior
              move ws-dt-anterior           to ws-dt-liberada
              move agnd-tp-servico          to ws-tp-liberado
              perform oferecer-lista-espera
           end-if.
           move "marcado"                   to s04-situacao-desc.
           perform modificar-componentes.
           perform desabilitar-salvar-cancelar.
           perform desabilitar-componentes.
           perform habilitar-navegacao.
           set wss-pesquisa                 to true.
      *
      ******************************************************************
      *    remarcacao para o mesmo horario: apenas regrava servico     *
      *    e observacao sobre o registro ja existente                  *
      ******************************************************************
       regravar-atendimento.
           if s04-cd-profissional not equal ws-prof-anterior
              perform verificar-horario-livre
              if not ws-horario-livre
                 display message box
                    "Horario ja ocupado para este profissional"
                 exit paragraph
              end-if
           end-if.
           initialize reg-agnd.
           move ws-dt-anterior              to agnd-dt-agenda.
           move ws-hr-anterior              to agnd-hr-agenda.
           move s04-cd-tutor                to agnd-cd-tutor.
           move s04-cd-pet                  to agnd-cd-pet.
           read vbm-agnd with no lock.
           if valid-vbm-agnd
              move s04-tp-servico           to agnd-tp-servico
              move s04-observacao           to agnd-observacao
              move s04-cd-profissional      to agnd-cd-profissional
              rewrite reg-agnd
           end-if.
           if not valid-vbm-agnd
              display message box "erro ao regravar o atendimento!"
                                  "status: " fs-vbm-agnd
              exit paragraph
           end-if.
           move "marcado"                   to s04-situacao-desc.
           perform modificar-componentes.
           perform desabilitar-salvar-cancelar.
           perform desabilitar-componentes.
           perform habilitar-navegacao.
           set wss-pesquisa                 to true.
      *
       excluir-atendimento-anterior.
           initialize reg-agnd.
           move ws-dt-anterior              to agnd-dt-agenda.
           move ws-hr-anterior              to agnd-hr-agenda.
           move s04-cd-tutor                to agnd-cd-tutor.
           move s04-cd-pet                  to agnd-cd-pet.
           read vbm-agnd with no lock.
           if valid-vbm-agnd
              delete vbm-agnd
           end-if.
           initialize reg-cfag.
           move agnd-chave-agenda           to cfag-chave-agenda.
           read vbm-cfag with no lock.
           if valid-vbm-cfag
              delete vbm-cfag
           end-if.
      *
      ******************************************************************
      *    horario indisponivel: oferece a entrada na lista de         *
      *    espera da data, em ordem de chegada, para a recepcao        *
      *    ligar quando um horario vagar                               *
      ******************************************************************
       oferecer-inclusao-espera.
           display message box
              "Deseja incluir o cliente na lista de espera desta"
              " data?"
              type 2
              giving return-code.
           if return-code equal mb-yes
              perform incluir-lista-espera
           end-if.
      *
       incluir-lista-espera.
           initialize reg-espr.
           move s04-dt-agenda               to espr-dt-desejada.
           move high-value                  to espr-sq-espera.
           start vbm-espr key less than or equal espr-chave-espera.
           read vbm-espr previous with no lock.
           if valid-vbm-espr
              and espr-dt-desejada equal s04-dt-agenda
              add 1                         to espr-sq-espera
           else
              initialize reg-espr
              move s04-dt-agenda            to espr-dt-desejada
              move 1                        to espr-sq-espera
           end-if.
           move s04-cd-tutor                to espr-cd-tutor.
           move s04-cd-pet                  to espr-cd-pet.
           move s04-tp-servico              to espr-tp-servico.
           initialize reg-tuto.
           move s04-cd-tutor                to tuto-cd-tutor.
           read vbm-tuto with no lock.
           if valid-vbm-tuto
              move tuto-ddd-tutor           to espr-ddd-tutor
              move tuto-fone-tutor          to espr-fone-tutor
           else
              move zeros                    to espr-ddd-tutor
              move zeros                    to espr-fone-tutor
           end-if.
           accept espr-dt-entrada           from date yyyymmdd.
           accept ws-espera-hora-raw        from time.
           divide ws-espera-hora-raw by 100 giving espr-hr-entrada.
           set espr-pendente                to true.
           write reg-espr.
           if not valid-vbm-espr
              display message box
                 "erro ao gravar na lista de espera!"
                 "status: " fs-vbm-espr
              exit paragraph
           end-if.
           display message box
              "Cliente incluido na lista de espera desta data".
      *
      ******************************************************************
      *    horario liberado por desmarcacao ou remarcacao: mostra a    *
      *    entrada pendente compativel (mesmo tipo de servico do       *
      *    atendimento liberado) mais antiga da lista de espera da     *
      *    data, para a recepcao ligar e preencher o horario           *
      ******************************************************************
       oferecer-lista-espera.
           set ws-espera-achada             to false.
           set ws-fim-espera                to false.
           initialize reg-espr.
           move ws-dt-liberada              to espr-dt-desejada.
           move low-value                   to espr-sq-espera.
           start vbm-espr key greater than espr-chave-espera.
           if not valid-vbm-espr
              set ws-fim-espera             to true
           end-if.
           perform with test before until ws-fim-espera
              read vbm-espr next with no lock
              if not valid-vbm-espr
                 or espr-dt-desejada not equal ws-dt-liberada
                 set ws-fim-espera          to true
              else
                 if espr-pendente
                    and espr-tp-servico equal ws-tp-liberado
                    perform verificar-pet-espera
                 end-if
              end-if
           end-perform.
           if not ws-espera-achada
              exit paragraph
           end-if.
           initialize reg-tuto.
           move espr-cd-tutor               to tuto-cd-tutor.
           read vbm-tuto with no lock.
           if valid-vbm-tuto
              move tuto-nm-tutor            to wse-nm-tutor
           else
              move spaces                   to wse-nm-tutor
           end-if.
           move spaces                      to wse-fone.
           string
              "("  espr-ddd-tutor           delimited by size
              ") " espr-fone-tutor(1:5)     delimited by size
              "-"  espr-fone-tutor(6:4)     delimited by size
              into wse-fone
           end-string.
           evaluate true
              when espr-consulta
                 move "consulta"            to wse-servico
              when espr-banho
                 move "banho"               to wse-servico
              when espr-tosa
                 move "tosa"                to wse-servico
              when espr-vacina
                 move "vacina"              to wse-servico
              when other
                 move spaces                to wse-servico
           end-evaluate.
           display message box
              ws-espera-oferta
              " aguarda horario nesta data."
              " Marcar a entrada como atendida?"
              type 2
              giving return-code.
           if return-code equal mb-yes
              set espr-atendida             to true
              rewrite reg-espr
              if not valid-vbm-espr
                 display message box
                    "erro ao atualizar a lista de espera!"
                    "status: " fs-vbm-espr
              end-if
           end-if.
      *
      ******************************************************************
      *    entrada de pet com obito registrado nao recebe a oferta     *
      ******************************************************************
       verificar-pet-espera.
           initialize reg-pet.
           move espr-cd-tutor               to pet-cd-tutor.
           move espr-cd-pet                 to pet-cd-pet.
           read vbm-pet with no lock.
           if valid-vbm-pet and pet-obito-pet
              exit paragraph
           end-if.
           set ws-espera-achada             to true.
           set ws-fim-espera                to true.
      *
      ******************************************************************
      *    bloqueio de encaixe duplo por profissional: o horario       *
      *    esta livre quando nao existe nenhum atendimento marcado     *
      *    na mesma data/hora para o mesmo profissional                *
      *    (atendimentos cancelados nao ocupam o horario)              *
      ******************************************************************
       verificar-horario-livre.
           set ws-horario-livre             to true.
           initialize reg-agnd.
           move s04-dt-agenda               to agnd-dt-agenda.
           move s04-hr-agenda               to agnd-hr-agenda.
           move zeros                       to agnd-cd-tutor.
           move zeros                       to agnd-cd-pet.
           start vbm-agnd key is not less than agnd-chave-agenda.
           if valid-vbm-agnd
              read vbm-agnd next with no lock
           end-if.
           perform with test before
                    until not valid-vbm-agnd
                       or agnd-dt-agenda not equal s04-dt-agenda
                       or agnd-hr-agenda not equal s04-hr-agenda
              if agnd-marcado
                 and agnd-cd-profissional equal s04-cd-profissional
                 set ws-horario-livre       to false
              end-if
              read vbm-agnd next with no lock
           end-perform.
      *
       validar-pet-agenda.
           set ws-pet-valido                to true.
           initialize reg-tuto.
           move s04-cd-tutor                to tuto-cd-tutor.
           read vbm-tuto with no lock.
           if not valid-vbm-tuto or tuto-excluido
              display message box
                 "Tutor nao encontrado ou excluido"
              set ws-pet-valido             to false
              exit paragraph
           end-if.
           move tuto-nm-tutor               to s04-nm-tutor.
           initialize reg-pet.
           move s04-cd-tutor                to pet-cd-tutor.
           move s04-cd-pet                  to pet-cd-pet.
           read vbm-pet with no lock.
           if not valid-vbm-pet
              display message box
                 "Registro do pet nao pode ser encontrado"
              set ws-pet-valido             to false
              exit paragraph
           end-if.
           move pet-nm-pet                  to s04-nm-pet.
           if pet-obito-pet
              display message box
                 "Pet com obito registrado nao pode ser agendado"
              set ws-pet-valido             to false
           end-if.
      *
      ******************************************************************
      *    o profissional da marcacao deve existir no cadastro e       *
      *    atender no dia da semana e na faixa de horario informados   *
      ******************************************************************
       validar-profissional-agenda.
           set ws-prof-valido               to true.
           if s04-cd-profissional equal zeros
              display message box
                 "Informe o profissional do atendimento!"
              set ws-prof-valido            to false
              exit paragraph
           end-if.
           initialize reg-prof.
           move s04-cd-profissional         to prof-cd-profissional.
           read vbm-prof with no lock.
           if not valid-vbm-prof
              display message box
                 "Profissional nao cadastrado"
              set ws-prof-valido            to false
              exit paragraph
           end-if.
           move prof-nm-profissional        to s04-nm-profissional.
           move s04-dt-agenda               to ws-dsem-data.
           perform calcular-dia-semana.
           if prof-fl-dia(ws-dia-semana) not equal "S"
              display message box
                 "Profissional nao atende neste dia da semana"
              set ws-prof-valido            to false
              exit paragraph
           end-if.
           if s04-hr-agenda < prof-hr-inicio
              or s04-hr-agenda >= prof-hr-fim
              display message box
                 "Horario fora da faixa de atendimento do"
                 " profissional"
              set ws-prof-valido            to false
           end-if.
      *
      ******************************************************************
      *    dia da semana pela congruencia de zeller: 1 = domingo       *
      *    ... 7 = sabado                                              *
      ******************************************************************
       calcular-dia-semana.
           move ws-dsem-ano                 to ws-dsem-ano-w.
           move ws-dsem-mes                 to ws-dsem-mes-w.
           if ws-dsem-mes-w <= 2
              add 12                        to ws-dsem-mes-w
              subtract 1                    from ws-dsem-ano-w
           end-if.
           divide ws-dsem-ano-w by 100 giving ws-dsem-j
                                         remainder ws-dsem-k.
           compute ws-dsem-parc = (13 * (ws-dsem-mes-w + 1)) / 5.
           compute ws-dsem-parc2 = ws-dsem-k / 4.
           compute ws-dsem-parc3 = ws-dsem-j / 4.
           compute ws-dsem-soma = ws-dsem-dia + ws-dsem-parc
                                  + ws-dsem-k + ws-dsem-parc2
                                  + ws-dsem-parc3 + (5 * ws-dsem-j).
           divide ws-dsem-soma by 7 giving ws-dsem-h
                                      remainder ws-dsem-h.
           if ws-dsem-h equal zero
              move 7                        to ws-dia-semana
           else
              move ws-dsem-h                to ws-dia-semana
           end-if.
      *
       validar-data-agenda.
           set ws-data-valida               to true.
           if ws-val-ano < 2000 or ws-val-mes < 1 or ws-val-mes > 12
              set ws-data-valida            to false
              exit paragraph
           end-if.
           move ws-dias-mes(ws-val-mes)     to ws-dias-limite.
           if ws-val-mes equal 2
              divide ws-val-ano by 4 giving ws-val-resto
                                       remainder ws-val-resto
              if ws-val-resto equal zero
                 move 29                    to ws-dias-limite
              end-if
              divide ws-val-ano by 100 giving ws-val-resto
                                         remainder ws-val-resto
              if ws-val-resto equal zero
                 move 28                    to ws-dias-limite
              end-if
              divide ws-val-ano by 400 giving ws-val-resto
                                         remainder ws-val-resto
              if ws-val-resto equal zero
                 move 29                    to ws-dias-limite
              end-if
           end-if.
           if ws-val-dia < 1 or ws-val-dia > ws-dias-limite
              set ws-data-valida            to false
           end-if.
      *
      ******************************************************************
      *    navegacao pelos atendimentos do dia informado na tela       *
      ******************************************************************
       primeiro-link-to.
           inquire t04-ef-dt-agenda         value s04-dt-agenda.
           initialize reg-agnd.
           move s04-dt-agenda               to agnd-dt-agenda.
           move zeros                       to agnd-hr-agenda.
           move zeros                       to agnd-cd-tutor.
           move zeros                       to agnd-cd-pet.
           start vbm-agnd key is not less than agnd-chave-agenda.
           if valid-vbm-agnd
              read vbm-agnd next with no lock
           end-if.
           if valid-vbm-agnd
              and agnd-dt-agenda equal s04-dt-agenda
              perform navegar-registros
           else
              display message box
                 "Nao existem atendimentos nesta data"
           end-if.
      *
       ultimo-link-to.
           inquire t04-ef-dt-agenda         value s04-dt-agenda.
           initialize reg-agnd.
           move s04-dt-agenda               to agnd-dt-agenda.
           move high-value                  to agnd-hr-agenda.
           start vbm-agnd key less than agnd-chave-agenda.
           read vbm-agnd previous with no lock.
           if valid-vbm-agnd
              and agnd-dt-agenda equal s04-dt-agenda
              perform navegar-registros
           else
              display message box
                 "Nao existem atendimentos nesta data"
           end-if.
      *
       anterior-link-to.
           initialize reg-agnd.
           move s04-dt-agenda               to agnd-dt-agenda.
           move s04-hr-agenda               to agnd-hr-agenda.
           move s04-cd-tutor                to agnd-cd-tutor.
           move s04-cd-pet                  to agnd-cd-pet.
           start vbm-agnd key less than agnd-chave-agenda.
           read vbm-agnd previous with no lock.
           if not valid-vbm-agnd
              or agnd-dt-agenda not equal s04-dt-agenda
              display message box
                 "Voce chegou ao primeiro atendimento do dia"
           else
              perform navegar-registros
           end-if.
      *
       proximo-link-to.
           initialize reg-agnd.
           move s04-dt-agenda               to agnd-dt-agenda.
           move s04-hr-agenda               to agnd-hr-agenda.
           move s04-cd-tutor                to agnd-cd-tutor.
           move s04-cd-pet                  to agnd-cd-pet.
           start vbm-agnd key greater than agnd-chave-agenda.
           read vbm-agnd next with no lock.
           if not valid-vbm-agnd
              or agnd-dt-agenda not equal s04-dt-agenda
              display message box
                 "Voce chegou ao ultimo atendimento do dia"
           else
              perform navegar-registros
           end-if.
      *
      ******************************************************************
      *    relatorio da agenda do dia em sequencia de horario          *
      ******************************************************************
       dia-link-to.
           inquire t04-ef-dt-agenda         value s04-dt-agenda.
           open output vbm-ragd.
           if not valid-vbm-ragd
              display message box
                 "erro ao abrir o relatorio da agenda!"
                 "status: " fs-vbm-ragd
              exit paragraph
           end-if.
           move "agenda do dia - vbm-1004"  to ws-rel-titulo.
           write reg-ragd                   from ws-rel-titulo.
           move s04-dt-agenda               to ws-val-data.
           move ws-val-dia                  to wsr-dia.
           move ws-val-mes                  to wsr-mes.
           move ws-val-ano                  to wsr-ano.
           write reg-ragd                   from ws-rel-data.
           move zero                        to ws-qtd-dia.
           set ws-fim-prof                  to false.
           initialize reg-prof.
           move low-value                   to prof-cd-profissional.
           start vbm-prof key is not less than prof-cd-profissional.
           if not valid-vbm-prof
              set ws-fim-prof               to true
           end-if.
           perform with test before until ws-fim-prof
              read vbm-prof next record
                 at end
                    set ws-fim-prof         to true
              end-read
              if not ws-fim-prof
                 perform imprimir-grupo-profissional
              end-if
           end-perform.
           perform imprimir-grupo-sem-prof.
           write reg-ragd                   from ws-rel-branco.
           move ws-qtd-dia                  to wsr-qtd-dia.
           write reg-ragd                   from ws-rel-total.
           close vbm-ragd.
           display message box
              "Relatorio da agenda do dia gerado com sucesso!".
      *
      ******************************************************************
      *    um bloco por profissional do cadastro, em ordem de          *
      *    codigo, com os atendimentos do dia em ordem de horario      *
      ******************************************************************
       imprimir-grupo-profissional.
           write reg-ragd                   from ws-rel-branco.
           move prof-cd-profissional        to wsr-cd-prof.
           move prof-nm-profissional        to wsr-nm-prof.
           if prof-veterinario
              move "veterinario"            to wsr-funcao
           else
              move "tosador"                to wsr-funcao
           end-if.
           write reg-ragd                   from ws-rel-prof.
           write reg-ragd                   from ws-rel-cabecalho.
           move prof-cd-profissional        to ws-prof-grupo.
           initialize reg-agnd.
           move s04-dt-agenda               to agnd-dt-agenda.
           move zeros                       to agnd-hr-agenda.
           move zeros                       to agnd-cd-tutor.
           move zeros                       to agnd-cd-pet.
           start vbm-agnd key is not less than agnd-chave-agenda.
           if valid-vbm-agnd
              read vbm-agnd next with no lock
              perform with test before
                       until not valid-vbm-agnd
                          or agnd-dt-agenda not equal s04-dt-agenda
                 if agnd-cd-profissional equal ws-prof-grupo
                    perform imprimir-linha-dia
                 end-if
                 read vbm-agnd next with no lock
              end-perform
           end-if.
      *
      ******************************************************************
      *    atendimentos antigos sem profissional atribuido saem num    *
      *    bloco proprio, apenas quando existem                        *
      ******************************************************************
       imprimir-grupo-sem-prof.
           set ws-grupo-impresso            to false.
           initialize reg-agnd.
           move s04-dt-agenda               to agnd-dt-agenda.
           move zeros                       to agnd-hr-agenda.
           move zeros                       to agnd-cd-tutor.
           move zeros                       to agnd-cd-pet.
           start vbm-agnd key is not less than agnd-chave-agenda.
           if valid-vbm-agnd
              read vbm-agnd next with no lock
              perform with test before
                       until not valid-vbm-agnd
                          or agnd-dt-agenda not equal s04-dt-agenda
                 if agnd-cd-profissional equal zeros
                    if not ws-grupo-impresso
                       write reg-ragd       from ws-rel-branco
                       write reg-ragd       from ws-rel-sem-prof
                       write reg-ragd       from ws-rel-cabecalho
                       set ws-grupo-impresso
                                            to true
                    end-if
                    perform imprimir-linha-dia
                 end-if
                 read vbm-agnd next with no lock
              end-perform
           end-if.
      *
       imprimir-linha-dia.
           string
              agnd-hr-agenda(1:2)           delimited by size
              ":"
              agnd-hr-agenda(3:2)           delimited by size
              into wsr-hora
           end-string.
           move agnd-cd-tutor               to wsr-cd-tutor.
           move agnd-cd-pet                 to wsr-cd-pet.
           initialize reg-tuto.
           move agnd-cd-tutor               to tuto-cd-tutor.
           read vbm-tuto with no lock.
           if valid-vbm-tuto
              move tuto-nm-tutor            to wsr-nm-tutor
           else
              move spaces                   to wsr-nm-tutor
           end-if.
           initialize reg-pet.
           move agnd-cd-tutor               to pet-cd-tutor.
           move agnd-cd-pet                 to pet-cd-pet.
           read vbm-pet with no lock.
           if valid-vbm-pet
              move pet-nm-pet               to wsr-nm-pet
           else
              move spaces                   to wsr-nm-pet
           end-if.
           perform carregar-descricao-servico.
           move ws-desc-servico             to wsr-servico.
           perform carregar-descricao-situacao.
           move ws-desc-situacao            to wsr-situacao.
           move agnd-observacao             to wsr-observacao.
           write reg-ragd                   from ws-rel-detalhe.
           add 1                            to ws-qtd-dia.
      *
       carregar-descricao-servico.
           evaluate true
              when agnd-consulta
                 move "consulta"            to ws-desc-servico
              when agnd-banho
                 move "banho"               to ws-desc-servico
              when agnd-tosa
                 move "tosa"                to ws-desc-servico
              when agnd-vacina
                 move "vacina"              to ws-desc-servico
              when other
                 move spaces                to ws-desc-servico
           end-evaluate.
      *
       carregar-descricao-situacao.
           evaluate true
              when agnd-marcado
                 move "marcado"             to ws-desc-situacao
                 perform verificar-confirmacao
              when agnd-cancelado
                 move "cancelado"           to ws-desc-situacao
              when agnd-realizado
                 move "realizado"           to ws-desc-situacao
              when agnd-falta
                 move "falta"               to ws-desc-situacao
              when other
                 move spaces                to ws-desc-situacao
           end-evaluate.
      *
       verificar-confirmacao.
           initialize reg-cfag.
           move agnd-chave-agenda           to cfag-chave-agenda.
           read vbm-cfag with no lock.
           if valid-vbm-cfag and cfag-confirmado
              move "confirmado"             to ws-desc-situacao
           end-if.
      *
       t04-ef-cd-tutor-aft-proc.
           inquire t04-ef-cd-tutor          value s04-cd-tutor.
           if s04-cd-tutor equal zeros
              exit paragraph
           end-if.
           initialize reg-tuto.
           move s04-cd-tutor                to tuto-cd-tutor.
           read vbm-tuto with no lock.
           if not valid-vbm-tuto or tuto-excluido
              display message box
                 "Tutor nao encontrado ou excluido"
              move spaces                   to s04-nm-tutor
           else
              move tuto-nm-tutor            to s04-nm-tutor
           end-if.
           modify t04-ef-nm-tutor           value s04-nm-tutor.
      *
       t04-ef-cd-pet-aft-proc.
           inquire t04-ef-cd-pet            value s04-cd-pet.
           if s04-cd-tutor equal zeros or s04-cd-pet equal zeros
              exit paragraph
           end-if.
           initialize reg-pet.
           move s04-cd-tutor                to pet-cd-tutor.
           move s04-cd-pet                  to pet-cd-pet.
           read vbm-pet with no lock.
           if not valid-vbm-pet
              display message box
                 "Registro do pet nao pode ser encontrado"
              move spaces                   to s04-nm-pet
           else
              move pet-nm-pet               to s04-nm-pet
              if pet-obito-pet
                 display message box
                    "Pet com obito registrado; nao pode ser agendado"
              end-if
           end-if.
           modify t04-ef-nm-pet             value s04-nm-pet.
      *
       t04-ef-cd-profissional-aft-proc.
           inquire t04-ef-cd-profissional   value s04-cd-profissional.
           if s04-cd-profissional equal zeros
              exit paragraph
           end-if.
           initialize reg-prof.
           move s04-cd-profissional         to prof-cd-profissional.
           read vbm-prof with no lock.
           if not valid-vbm-prof
              display message box
                 "Profissional nao cadastrado"
              move spaces                   to s04-nm-profissional
           else
              move prof-nm-profissional     to s04-nm-profissional
           end-if.
           modify t04-ef-nm-profissional    value s04-nm-profissional.
      *
       t04-rb-consulta-evt-proc.
           evaluate event-type
           when cmd-clicked
              perform t04-rb-tp-servico-evt-cmd-clicked
           when other
           end-evaluate.
      *
       t04-rb-banho-evt-proc.
           evaluate event-type
           when cmd-clicked
              perform t04-rb-tp-servico-evt-cmd-clicked
           when other
           end-evaluate.
      *
       t04-rb-tosa-evt-proc.
           evaluate event-type
           when cmd-clicked
              perform t04-rb-tp-servico-evt-cmd-clicked
           when other
           end-evaluate.
      *
       t04-rb-vacina-evt-proc.
           evaluate event-type
           when cmd-clicked
              perform t04-rb-tp-servico-evt-cmd-clicked
           when other
           end-evaluate.
      *
       t04-rb-tp-servico-evt-cmd-clicked.
           inquire t04-rb-consulta          value s04-tp-servico.
           inquire t04-rb-banho             value s04-tp-servico.
           inquire t04-rb-tosa              value s04-tp-servico.
           inquire t04-rb-vacina            value s04-tp-servico.
      *
      *
      ******************************************************************
      *    recorrencias de agendamento do pet do atendimento exibido   *
      *    (ou do pet com que a agenda foi aberta); os atendimentos    *
      *    sao gerados pelo processamento da agenda recorrente         *
      *    (vbm-1033)                                                  *
      ******************************************************************
       recorrencia-link-to.
           if s04-cd-tutor equal zeros or s04-cd-pet equal zeros
              display message box
                 "Selecione um atendimento do pet antes de abrir as"
                 " recorrencias!"
              exit paragraph
           end-if.
           initialize reg-pet.
           move s04-cd-tutor                to pet-cd-tutor.
           move s04-cd-pet                  to pet-cd-pet.
           read vbm-pet with no lock.
           if not valid-vbm-pet
              display message box
                 "Registro do pet nao pode ser encontrado"
              exit paragraph
           end-if.
           initialize screen-t23.
           move s04-cd-tutor                to s23-cd-tutor.
           move s04-cd-pet                  to s23-cd-pet.
           move pet-nm-pet                  to s23-nm-pet.
           initialize reg-tuto.
           move s04-cd-tutor                to tuto-cd-tutor.
           read vbm-tuto with no lock.
           if valid-vbm-tuto
              move tuto-nm-tutor            to s23-nm-tutor
           end-if.
           set wss-rcag-pesquisa            to true.
           display tela-rcag.
           perform primeiro-rcag-link-to.
           perform modificar-componentes-rcag.
           perform desabilitar-componentes-rcag.
           perform desabilitar-salvar-cancelar-rcag.
           perform habilitar-navegacao-rcag.
           perform with test after until fechar-rcag-key
              accept tela-rcag on exception
                 perform controle-componentes-rcag
              end-accept
           end-perform.
           display tela-agnd.
           perform modificar-componentes.
           perform desabilitar-componentes.
           perform desabilitar-salvar-cancelar.
           perform habilitar-navegacao.
      *
       controle-componentes-rcag.
           evaluate true
              when nova-rcag-key
                 perform nova-rcag-link-to
              when editar-rcag-key
                 perform editar-rcag-link-to
              when pausar-rcag-key
                 perform pausar-rcag-link-to
              when encerrar-rcag-key
                 perform encerrar-rcag-link-to
              when reativar-rcag-key
                 perform reativar-rcag-link-to
              when primeiro-rcag-key
                 perform primeiro-rcag-link-to
              when anterior-rcag-key
                 perform anterior-rcag-link-to
              when proximo-rcag-key
                 perform proximo-rcag-link-to
              when ultimo-rcag-key
                 perform ultimo-rcag-link-to
              when salvar-rcag-key
                 perform salvar-rcag-link-to
              when cancelar-rcag-key
                 perform cancelar-rcag-link-to
           end-evaluate.
      *
       modificar-componentes-rcag.
           modify t23-ef-cd-tutor           value s23-cd-tutor.
           modify t23-ef-nm-tutor           value s23-nm-tutor.
           modify t23-ef-cd-pet             value s23-cd-pet.
           modify t23-ef-nm-pet             value s23-nm-pet.
           modify t23-ef-sq-recorrencia     value s23-sq-recorrencia.
           if s23-tp-servico = 0
              set s23-banho to true
           end-if.
           modify t23-rb-consulta           value s23-tp-servico.
           modify t23-rb-banho              value s23-tp-servico.
           modify t23-rb-tosa               value s23-tp-servico.
           modify t23-rb-vacina             value s23-tp-servico.
           modify t23-ef-cd-profissional    value s23-cd-profissional.
           modify t23-ef-nm-profissional    value s23-nm-profissional.
           modify t23-ef-dia-semana         value s23-dia-semana.
           modify t23-ef-hr-agenda          value s23-hr-agenda.
           modify t23-ef-intervalo-dias     value s23-intervalo-dias.
           modify t23-ef-dt-inicio          value s23-dt-inicio.
           modify t23-ef-dt-fim             value s23-dt-fim.
           modify t23-ef-observacao         value s23-observacao.
           modify t23-la-situacao           title s23-situacao-desc.
           modify t23-la-status             title s23-status.
      *
       habilitar-componentes-rcag.
           modify t23-rb-consulta           enabled true.
           modify t23-rb-banho              enabled true.
           modify t23-rb-tosa               enabled true.
           modify t23-rb-vacina             enabled true.
           modify t23-ef-cd-profissional    enabled true.
           modify t23-ef-dia-semana         enabled true.
           modify t23-ef-hr-agenda          enabled true.
           modify t23-ef-intervalo-dias     enabled true.
           if wss-rcag-inclusao
              modify t23-ef-dt-inicio       enabled true
           end-if.
           modify t23-ef-dt-fim             enabled true.
           modify t23-ef-observacao         enabled true.
      *
       desabilitar-componentes-rcag.
           modify t23-rb-consulta           enabled false.
           modify t23-rb-banho              enabled false.
           modify t23-rb-tosa               enabled false.
           modify t23-rb-vacina             enabled false.
           modify t23-ef-cd-profissional    enabled false.
           modify t23-ef-dia-semana         enabled false.
           modify t23-ef-hr-agenda          enabled false.
           modify t23-ef-intervalo-dias     enabled false.
           modify t23-ef-dt-inicio          enabled false.
           modify t23-ef-dt-fim             enabled false.
           modify t23-ef-observacao         enabled false.
      *
       habilitar-salvar-cancelar-rcag.
           modify t23-pb-salvar             enabled true.
           modify t23-pb-cancelar           enabled true.
      *
       desabilitar-salvar-cancelar-rcag.
           modify t23-pb-salvar             enabled false.
           modify t23-pb-cancelar           enabled false.
      *
       habilitar-navegacao-rcag.
           modify t23-pb-nova               enabled true.
           modify t23-pb-editar             enabled true.
           modify t23-pb-pausar             enabled true.
           modify t23-pb-reativar           enabled true.
           modify t23-pb-encerrar           enabled true.
           modify t23-pb-primeiro           enabled true.
           modify t23-pb-anterior           enabled true.
           modify t23-pb-proximo            enabled true.
           modify t23-pb-ultimo             enabled true.
           modify t23-pb-fechar             enabled true.
      *
       desabilitar-navegacao-rcag.
           modify t23-pb-nova               enabled false.
           modify t23-pb-editar             enabled false.
           modify t23-pb-pausar             enabled false.
           modify t23-pb-reativar           enabled false.
           modify t23-pb-encerrar           enabled false.
           modify t23-pb-primeiro           enabled false.
           modify t23-pb-anterior           enabled false.
           modify t23-pb-proximo            enabled false.
           modify t23-pb-ultimo             enabled false.
           modify t23-pb-fechar             enabled false.
      *
       mover-registro-para-tela-rcag.
           move rcag-sq-recorrencia         to s23-sq-recorrencia.
           move rcag-tp-servico             to s23-tp-servico.
           move rcag-cd-profissional        to s23-cd-profissional.
           move rcag-dia-semana             to s23-dia-semana.
           move rcag-hr-agenda              to s23-hr-agenda.
           move rcag-intervalo-dias         to s23-intervalo-dias.
           move rcag-dt-inicio              to s23-dt-inicio.
           move rcag-dt-fim                 to s23-dt-fim.
           move rcag-observacao             to s23-observacao.
           initialize reg-prof.
           move rcag-cd-profissional        to prof-cd-profissional.
           read vbm-prof with no lock.
           if valid-vbm-prof
              move prof-nm-profissional     to s23-nm-profissional
           else
              move spaces                   to s23-nm-profissional
           end-if.
           perform carregar-situacao-rcag.
           move spaces                      to s23-status.
      *
       carregar-situacao-rcag.
           move spaces                      to s23-situacao-desc.
           evaluate true
              when rcag-ativa
                 move rcag-dt-proxima       to ws-val-data
                 perform formatar-data-rcag
                 string
                    "ativa - proxima ocorrencia: " delimited by size
                    ws-dt-desc              delimited by size
                    into s23-situacao-desc
                 end-string
              when rcag-pausada
                 move rcag-dt-situacao      to ws-val-data
                 perform formatar-data-rcag
                 string
                    "pausada em "           delimited by size
                    ws-dt-desc              delimited by size
                    into s23-situacao-desc
                 end-string
              when rcag-cancelada
                 move rcag-dt-situacao      to ws-val-data
                 perform formatar-data-rcag
                 string
                    "cancelada em "         delimited by size
                    ws-dt-desc              delimited by size
                    into s23-situacao-desc
                 end-string
              when rcag-encerrada
                 move rcag-dt-situacao      to ws-val-data
                 perform formatar-data-rcag
                 string
                    "encerrada na data fim em " delimited by size
                    ws-dt-desc              delimited by size
                    into s23-situacao-desc
                 end-string
           end-evaluate.
      *
       formatar-data-rcag.
           move spaces                      to ws-dt-desc.
           string
              ws-val-dia                    delimited by size
              "/"
              ws-val-mes                    delimited by size
              "/"
              ws-val-ano                    delimited by size
              into ws-dt-desc
           end-string.
      *
       navegar-registros-rcag.
           perform mover-registro-para-tela-rcag.
           perform modificar-componentes-rcag.
      *
      ******************************************************************
      *    navegacao pelas recorrencias do pet                         *
      ******************************************************************
       primeiro-rcag-link-to.
           initialize reg-rcag.
           move s23-cd-tutor                to rcag-cd-tutor.
           move s23-cd-pet                  to rcag-cd-pet.
           move low-value                   to rcag-sq-recorrencia.
           start vbm-rcag key greater than rcag-chave-recorrencia.
           if valid-vbm-rcag
              read vbm-rcag next with no lock
           end-if.
           if valid-vbm-rcag
              and rcag-cd-tutor equal s23-cd-tutor
              and rcag-cd-pet equal s23-cd-pet
              perform navegar-registros-rcag
           else
              perform limpar-tela-rcag
              move "Nenhuma recorrencia cadastrada para o pet"
                                            to s23-status
              perform modificar-componentes-rcag
           end-if.
      *
       ultimo-rcag-link-to.
           initialize reg-rcag.
           move s23-cd-tutor                to rcag-cd-tutor.
           move s23-cd-pet                  to rcag-cd-pet.
           move high-value                  to rcag-sq-recorrencia.
           start vbm-rcag key less than rcag-chave-recorrencia.
           if valid-vbm-rcag
              read vbm-rcag previous with no lock
           end-if.
           if valid-vbm-rcag
              and rcag-cd-tutor equal s23-cd-tutor
              and rcag-cd-pet equal s23-cd-pet
              perform navegar-registros-rcag
           else
              display message box
                 "Nenhuma recorrencia cadastrada para o pet"
           end-if.
      *
       anterior-rcag-link-to.
           initialize reg-rcag.
           move s23-cd-tutor                to rcag-cd-tutor.
           move s23-cd-pet                  to rcag-cd-pet.
           move s23-sq-recorrencia          to rcag-sq-recorrencia.
           start vbm-rcag key less than rcag-chave-recorrencia.
           if valid-vbm-rcag
              read vbm-rcag previous with no lock
           end-if.
           if not valid-vbm-rcag
              or rcag-cd-tutor not equal s23-cd-tutor
              or rcag-cd-pet not equal s23-cd-pet
              display message box
                 "Voce chegou a primeira recorrencia do pet"
           else
              perform navegar-registros-rcag
           end-if.
      *
       proximo-rcag-link-to.
           initialize reg-rcag.
           move s23-cd-tutor                to rcag-cd-tutor.
           move s23-cd-pet                  to rcag-cd-pet.
           move s23-sq-recorrencia          to rcag-sq-recorrencia.
           start vbm-rcag key greater than rcag-chave-recorrencia.
           if valid-vbm-rcag
              read vbm-rcag next with no lock
           end-if.
           if not valid-vbm-rcag
              or rcag-cd-tutor not equal s23-cd-tutor
              or rcag-cd-pet not equal s23-cd-pet
              display message box
                 "Voce chegou a ultima recorrencia do pet"
           else
              perform navegar-registros-rcag
           end-if.
      *
       limpar-tela-rcag.
           move zeros                       to s23-sq-recorrencia.
           move zeros                       to s23-cd-profissional.
           move spaces                      to s23-nm-profissional.
           move zeros                       to s23-dia-semana.
           move zeros                       to s23-hr-agenda.
           move zeros                       to s23-intervalo-dias.
           move zeros                       to s23-dt-inicio.
           move zeros                       to s23-dt-fim.
           move spaces                      to s23-observacao.
           move spaces                      to s23-situacao-desc.
           move spaces                      to s23-status.
           set s23-banho                    to true.
      *
      ******************************************************************
      *    nova recorrencia: sugere servico, profissional, horario e   *
      *    dia da semana do atendimento exibido na agenda, com inicio  *
      *    na data dele (ou hoje, se ja passou) e ciclo semanal        *
      ******************************************************************
       nova-rcag-link-to.
           perform limpar-tela-rcag.
           if s04-banho or s04-tosa or s04-consulta or s04-vacina
              move s04-tp-servico           to s23-tp-servico
           end-if.
           move s04-cd-profissional         to s23-cd-profissional.
           move s04-nm-profissional         to s23-nm-profissional.
           move s04-hr-agenda               to s23-hr-agenda.
           accept ws-dt-hoje                from date yyyymmdd.
           if s04-dt-agenda < ws-dt-hoje
              move ws-dt-hoje               to s23-dt-inicio
           else
              move s04-dt-agenda            to s23-dt-inicio
           end-if.
           move s23-dt-inicio               to ws-dsem-data.
           perform calcular-dia-semana.
           move ws-dia-semana               to s23-dia-semana.
           move 7                           to s23-intervalo-dias.
           set wss-rcag-inclusao            to true.
           perform modificar-componentes-rcag.
           perform habilitar-componentes-rcag.
           perform desabilitar-navegacao-rcag.
           perform habilitar-salvar-cancelar-rcag.
      *
       editar-rcag-link-to.
           perform ler-recorrencia-tela.
           if not ws-rcag-valida
              exit paragraph
           end-if.
           if rcag-cancelada or rcag-encerrada
              display message box
                 "Recorrencia cancelada ou encerrada nao pode ser"
                 " alterada"
              exit paragraph
           end-if.
           set wss-rcag-alteracao           to true.
           perform habilitar-componentes-rcag.
           perform desabilitar-navegacao-rcag.
           perform habilitar-salvar-cancelar-rcag.
      *
       cancelar-rcag-link-to.
           set wss-rcag-pesquisa            to true.
           perform ler-recorrencia-tela.
           if ws-rcag-valida
              perform navegar-registros-rcag
           else
              perform primeiro-rcag-link-to
           end-if.
           perform desabilitar-componentes-rcag.
           perform desabilitar-salvar-cancelar-rcag.
           perform habilitar-navegacao-rcag.
      *
       ler-recorrencia-tela.
           set ws-rcag-valida               to false.
           if s23-sq-recorrencia equal zeros
              display message box
                 "Nenhuma recorrencia selecionada"
              exit paragraph
           end-if.
           initialize reg-rcag.
           move s23-cd-tutor                to rcag-cd-tutor.
           move s23-cd-pet                  to rcag-cd-pet.
           move s23-sq-recorrencia          to rcag-sq-recorrencia.
           read vbm-rcag with no lock.
           if not valid-vbm-rcag
              display message box
                 "Recorrencia nao pode ser encontrada"
              exit paragraph
           end-if.
           set ws-rcag-valida               to true.
      *
      ******************************************************************
      *    gravacao: as mesmas regras da marcacao avulsa; alterar uma  *
      *    recorrencia retira os atendimentos futuros ja gerados, que  *
      *    o proximo processamento gera de novo com os novos dados     *
      ******************************************************************
       salvar-rcag-link-to.
           perform inquirir-componentes-rcag.
           perform validar-recorrencia.
           if not ws-rcag-valida
              exit paragraph
           end-if.
           accept ws-dt-hoje                from date yyyymmdd.
           if wss-rcag-inclusao
              perform incluir-recorrencia
           else
              perform alterar-recorrencia
           end-if.
           if not ws-rcag-valida
              exit paragraph
           end-if.
           perform navegar-registros-rcag.
           perform desabilitar-componentes-rcag.
           perform desabilitar-salvar-cancelar-rcag.
           perform habilitar-navegacao-rcag.
           set wss-rcag-pesquisa            to true.
      *
       inquirir-componentes-rcag.
           inquire t23-ef-cd-profissional   value s23-cd-profissional.
           inquire t23-ef-dia-semana        value s23-dia-semana.
           inquire t23-ef-hr-agenda         value s23-hr-agenda.
           inquire t23-ef-intervalo-dias    value s23-intervalo-dias.
           inquire t23-ef-dt-inicio         value s23-dt-inicio.
           inquire t23-ef-dt-fim            value s23-dt-fim.
           inquire t23-ef-observacao        value s23-observacao.
      *
       validar-recorrencia.
           set ws-rcag-valida               to false.
           initialize reg-tuto.
           move s23-cd-tutor                to tuto-cd-tutor.
           read vbm-tuto with no lock.
           if not valid-vbm-tuto or tuto-excluido
              display message box
                 "Tutor nao encontrado ou excluido"
              exit paragraph
           end-if.
           initialize reg-pet.
           move s23-cd-tutor                to pet-cd-tutor.
           move s23-cd-pet                  to pet-cd-pet.
           read vbm-pet with no lock.
           if not valid-vbm-pet or pet-obito-pet
              display message box
                 "Pet nao encontrado ou com obito registrado"
              exit paragraph
           end-if.
           if s23-hr-agenda(1:2) > "23" or s23-hr-agenda(3:2) > "59"
              display message box "Informe um horario valido!"
              exit paragraph
           end-if.
           if s23-dia-semana > 7
              display message box
                 "Informe o dia da semana de 1 (domingo) a 7 (sabado)"
                 " ou 0 para seguir o ciclo!"
              exit paragraph
           end-if.
           if s23-intervalo-dias equal zeros
              display message box
                 "Informe o intervalo em dias entre os atendimentos!"
              exit paragraph
           end-if.
           move s23-dt-inicio               to ws-val-data.
           perform validar-data-agenda.
           if not ws-data-valida
              display message box "Informe uma data de inicio valida!"
              exit paragraph
           end-if.
           accept ws-dt-hoje                from date yyyymmdd.
           if wss-rcag-inclusao and s23-dt-inicio < ws-dt-hoje
              display message box
                 "A data de inicio nao pode ser anterior a hoje!"
              exit paragraph
           end-if.
           if s23-dt-fim not equal zeros
              move s23-dt-fim               to ws-val-data
              perform validar-data-agenda
              if not ws-data-valida or s23-dt-fim < s23-dt-inicio
                 display message box
                    "Informe uma data fim valida, posterior ao inicio,"
                    " ou deixe zerada!"
                 exit paragraph
              end-if
           end-if.
           if s23-cd-profissional equal zeros
              display message box
                 "Informe o profissional do atendimento!"
              exit paragraph
           end-if.
           initialize reg-prof.
           move s23-cd-profissional         to prof-cd-profissional.
           read vbm-prof with no lock.
           if not valid-vbm-prof
              display message box
                 "Profissional nao cadastrado"
              exit paragraph
           end-if.
           move prof-nm-profissional        to s23-nm-profissional.
           if s23-dia-semana not equal zero
              and prof-fl-dia(s23-dia-semana) not equal "S"
              display message box
                 "Profissional nao atende neste dia da semana"
              exit paragraph
           end-if.
           if s23-hr-agenda < prof-hr-inicio
              or s23-hr-agenda >= prof-hr-fim
              display message box
                 "Horario fora da faixa de atendimento do"
                 " profissional"
              exit paragraph
           end-if.
           set ws-rcag-valida               to true.
      *
       incluir-recorrencia.
           set ws-rcag-valida               to false.
           initialize reg-rcag.
           move s23-cd-tutor                to rcag-cd-tutor.
           move s23-cd-pet                  to rcag-cd-pet.
           move high-value                  to rcag-sq-recorrencia.
           start vbm-rcag key less than rcag-chave-recorrencia.
           if valid-vbm-rcag
              read vbm-rcag previous with no lock
           end-if.
           if valid-vbm-rcag
              and rcag-cd-tutor equal s23-cd-tutor
              and rcag-cd-pet equal s23-cd-pet
              if rcag-sq-recorrencia equal 99
                 display message box
                    "Limite de recorrencias do pet atingido"
                 exit paragraph
              end-if
              compute s23-sq-recorrencia = rcag-sq-recorrencia + 1
           else
              move 1                        to s23-sq-recorrencia
           end-if.
           initialize reg-rcag.
           move s23-cd-tutor                to rcag-cd-tutor.
           move s23-cd-pet                  to rcag-cd-pet.
           move s23-sq-recorrencia          to rcag-sq-recorrencia.
           perform mover-tela-para-registro-rcag.
           move s23-dt-inicio               to rcag-dt-inicio.
           move s23-dt-inicio               to rcag-dt-proxima.
           set rcag-ativa                   to true.
           move ws-dt-hoje                  to rcag-dt-situacao.
           move ws-operador                 to rcag-cd-operador.
           write reg-rcag.
           if not valid-vbm-rcag
              display message box "erro ao gravar a recorrencia!"
                                  "status: " fs-vbm-rcag
              exit paragraph
           end-if.
           set ws-rcag-valida               to true.
           display message box
              "Recorrencia gravada. Os atendimentos serao gerados pelo"
              " processamento da agenda recorrente".
      *
       alterar-recorrencia.
           set ws-rcag-valida               to false.
           initialize reg-rcag.
           move s23-cd-tutor                to rcag-cd-tutor.
           move s23-cd-pet                  to rcag-cd-pet.
           move s23-sq-recorrencia          to rcag-sq-recorrencia.
           read vbm-rcag with lock.
           if not valid-vbm-rcag
              display message box
                 "Recorrencia nao pode ser encontrada"
              exit paragraph
           end-if.
           perform mover-tela-para-registro-rcag.
           move ws-operador                 to rcag-cd-operador.
           perform retirar-atendimentos-futuros.
           if rcag-ativa
              perform recalcular-proxima-ocorrencia
           end-if.
           rewrite reg-rcag.
           unlock vbm-rcag.
           if not valid-vbm-rcag
              display message box "erro ao regravar a recorrencia!"
                                  "status: " fs-vbm-rcag
              exit paragraph
           end-if.
           set ws-rcag-valida               to true.
           move ws-qtd-retirados            to ws-qtd-retirados-ed.
           display message box
              "Recorrencia alterada. Atendimentos futuros retirados"
              " da agenda: " ws-qtd-retirados-ed.
      *
       mover-tela-para-registro-rcag.
           move s23-tp-servico              to rcag-tp-servico.
           move s23-cd-profissional         to rcag-cd-profissional.
           move s23-dia-semana              to rcag-dia-semana.
           move s23-hr-agenda               to rcag-hr-agenda.
           move s23-intervalo-dias          to rcag-intervalo-dias.
           move s23-dt-fim                  to rcag-dt-fim.
           move s23-observacao              to rcag-observacao.
      *
      ******************************************************************
      *    pausar ou cancelar: a recorrencia para de gerar e os        *
      *    atendimentos futuros que ela gerou saem da agenda; os ja    *
      *    passados ficam como estao                                   *
      ******************************************************************
       pausar-rcag-link-to.
           perform ler-recorrencia-tela.
           if not ws-rcag-valida
              exit paragraph
           end-if.
           if not rcag-ativa
              display message box
                 "Somente recorrencia ativa pode ser pausada"
              exit paragraph
           end-if.
           display message box
              "Pausar a recorrencia e retirar da agenda os"
              " atendimentos futuros gerados por ela?"
              type 2
              giving return-code.
           if return-code not equal mb-yes
              display message box "Acao interrompida"
              exit paragraph
           end-if.
           move "P"                         to ws-nova-situacao.
           perform mudar-situacao-rcag.
      *
       encerrar-rcag-link-to.
           perform ler-recorrencia-tela.
           if not ws-rcag-valida
              exit paragraph
           end-if.
           if not rcag-ativa and not rcag-pausada
              display message box
                 "Recorrencia ja cancelada ou encerrada"
              exit paragraph
           end-if.
           display message box
              "Cancelar a recorrencia e retirar da agenda os"
              " atendimentos futuros gerados por ela?"
              type 2
              giving return-code.
           if return-code not equal mb-yes
              display message box "Acao interrompida"
              exit paragraph
           end-if.
           move "C"                         to ws-nova-situacao.
           perform mudar-situacao-rcag.
      *
       mudar-situacao-rcag.
           read vbm-rcag with lock.
           if not valid-vbm-rcag
              display message box
                 "Recorrencia nao pode ser encontrada"
              exit paragraph
           end-if.
           perform retirar-atendimentos-futuros.
           move ws-nova-situacao            to rcag-situacao.
           accept rcag-dt-situacao          from date yyyymmdd.
           move ws-operador                 to rcag-cd-operador.
           rewrite reg-rcag.
           unlock vbm-rcag.
           if not valid-vbm-rcag
              display message box "erro ao regravar a recorrencia!"
                                  "status: " fs-vbm-rcag
              exit paragraph
           end-if.
           perform navegar-registros-rcag.
           move ws-qtd-retirados            to ws-qtd-retirados-ed.
           display message box
              "Atendimentos futuros retirados da agenda: "
              ws-qtd-retirados-ed.
      *
      ******************************************************************
      *    reativar: a geracao recomeca na primeira data do ciclo      *
      *    (inicio + n intervalos) a partir de hoje                    *
      ******************************************************************
       reativar-rcag-link-to.
           perform ler-recorrencia-tela.
           if not ws-rcag-valida
              exit paragraph
           end-if.
           if not rcag-pausada
              display message box
                 "Somente recorrencia pausada pode ser reativada"
              exit paragraph
           end-if.
           initialize reg-pet.
           move rcag-cd-tutor               to pet-cd-tutor.
           move rcag-cd-pet                 to pet-cd-pet.
           read vbm-pet with no lock.
           if valid-vbm-pet and pet-obito-pet
              display message box
                 "Pet com obito registrado nao pode ser agendado"
              exit paragraph
           end-if.
           read vbm-rcag with lock.
           if not valid-vbm-rcag
              display message box
                 "Recorrencia nao pode ser encontrada"
              exit paragraph
           end-if.
           perform recalcular-proxima-ocorrencia.
           if rcag-dt-fim not equal zeros
              and rcag-dt-proxima > rcag-dt-fim
              unlock vbm-rcag
              display message box
                 "O periodo da recorrencia ja terminou; altere a data"
                 " fim antes de reativar"
              exit paragraph
           end-if.
           set rcag-ativa                   to true.
           move ws-dt-hoje                  to rcag-dt-situacao.
           move ws-operador                 to rcag-cd-operador.
           rewrite reg-rcag.
           unlock vbm-rcag.
           if not valid-vbm-rcag
              display message box "erro ao regravar a recorrencia!"
                                  "status: " fs-vbm-rcag
              exit paragraph
           end-if.
           perform navegar-registros-rcag.
           display message box "Recorrencia reativada".
      *
       recalcular-proxima-ocorrencia.
           accept ws-dt-hoje                from date yyyymmdd.
           move rcag-dt-inicio              to ws-soma-data.
           move rcag-intervalo-dias         to ws-soma-dias.
           perform with test before until ws-soma-data >= ws-dt-hoje
              perform somar-dias-recorrencia
           end-perform.
           move ws-soma-data                to rcag-dt-proxima.
      *
      ******************************************************************
      *    atendimentos futuros gerados pela recorrencia (vbm-rcgr):   *
      *    o ainda marcado sai da agenda com o retorno do lembrete;    *
      *    o que ja nao existe (remarcado ou excluido) perde apenas o  *
      *    vinculo; realizado, falta ou cancelado fica como esta       *
      ******************************************************************
       retirar-atendimentos-futuros.
           move zero                        to ws-qtd-retirados.
           move rcag-chave-recorrencia      to ws-chave-rcag.
           accept ws-dt-hoje                from date yyyymmdd.
           accept ws-hora-raw               from time.
           divide ws-hora-raw by 10000 giving ws-hr-agora.
           set ws-fim-vinculos              to false.
           initialize reg-rcgr.
           move ws-chave-rcag               to rcgr-chave-recorrencia.
           start vbm-rcgr key is not less than rcgr-chave-recorrencia.
           if not valid-vbm-rcgr
              exit paragraph
           end-if.
           perform with test before until ws-fim-vinculos
              read vbm-rcgr next with no lock
              if not valid-vbm-rcgr
                 or rcgr-chave-recorrencia not equal ws-chave-rcag
                 set ws-fim-vinculos        to true
              else
                 if rcgr-dt-agenda > ws-dt-hoje
                    or (rcgr-dt-agenda equal ws-dt-hoje
                        and rcgr-hr-agenda > ws-hr-agora)
                    perform retirar-um-atendimento
                 end-if
              end-if
           end-perform.
      *
       retirar-um-atendimento.
           initialize reg-agnd.
           move rcgr-chave-agenda           to agnd-chave-agenda.
           read vbm-agnd with no lock.
           if valid-vbm-agnd
              if not agnd-marcado
                 exit paragraph
              end-if
              delete vbm-agnd record
              if not valid-vbm-agnd
                 display message box
                    "erro ao retirar o atendimento da agenda!"
                    "status: " fs-vbm-agnd
                 exit paragraph
              end-if
              add 1                         to ws-qtd-retirados
              initialize reg-cfag
              move rcgr-chave-agenda        to cfag-chave-agenda
              read vbm-cfag with no lock
              if valid-vbm-cfag
                 delete vbm-cfag record
              end-if
           end-if.
           delete vbm-rcgr record.
      *
       somar-dias-recorrencia.
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
       t23-ef-cd-profissional-aft-proc.
           inquire t23-ef-cd-profissional   value s23-cd-profissional.
           if s23-cd-profissional equal zeros
              exit paragraph
           end-if.
           initialize reg-prof.
           move s23-cd-profissional         to prof-cd-profissional.
           read vbm-prof with no lock.
           if not valid-vbm-prof
              display message box
                 "Profissional nao cadastrado"
              move spaces                   to s23-nm-profissional
           else
              move prof-nm-profissional     to s23-nm-profissional
           end-if.
           modify t23-ef-nm-profissional    value s23-nm-profissional.
      *
       t23-rb-consulta-evt-proc.
           evaluate event-type
           when cmd-clicked
              perform t23-rb-tp-servico-evt-cmd-clicked
           when other
           end-evaluate.
      *
       t23-rb-banho-evt-proc.
           evaluate event-type
           when cmd-clicked
              perform t23-rb-tp-servico-evt-cmd-clicked
           when other
           end-evaluate.
      *
       t23-rb-tosa-evt-proc.
           evaluate event-type
           when cmd-clicked
              perform t23-rb-tp-servico-evt-cmd-clicked
           when other
           end-evaluate.
      *
       t23-rb-vacina-evt-proc.
           evaluate event-type
           when cmd-clicked
              perform t23-rb-tp-servico-evt-cmd-clicked
           when other
           end-evaluate.
      *
       t23-rb-tp-servico-evt-cmd-clicked.
           inquire t23-rb-consulta          value s23-tp-servico.
           inquire t23-rb-banho             value s23-tp-servico.
           inquire t23-rb-tosa              value s23-tp-servico.
           inquire t23-rb-vacina            value s23-tp-servico.
