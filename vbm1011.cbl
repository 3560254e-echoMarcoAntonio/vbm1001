       identification                       division.
       program-id.                          vbm-1011.
       author.                              stanicki.
       date-written.                        ago-2026.
      ******************************************************************
      *        manutencao das tabelas de especies e racas              *
      *      cadastro das especies de pets e, a partir do botao        *
      *      "Racas...", das racas vinculadas a especie selecionada    *
      *      usadas na validacao da tela de pets do cadastro           *
      *      a partir dos protocolos de vacinacao, o botao             *
      *      "Estoque..." mantem o estoque da vacina por lote e        *
      *      validade: entradas de compra, estoque minimo e recall     *
      *      do lote                                                   *
      ******************************************************************
       environment                          division.
       special-names.
           decimal-point is comma.
       input-output                         section.
       file-control.
           copy "vbm-espe.sl".
           copy "vbm-raca.sl".
           copy "vbm-pvac.sl".
           copy "vbm-estq.sl".
           copy "vbm-emin.sl".
           copy "vbm-entv.sl".
           copy "vbm-vlot.sl".
           copy "vbm-tuto.sl".
           copy "vbm-pet.sl".
           copy "vbm-rrcl.sl".
       data                                 division.
       file                                 section.
           copy "vbm-espe.fd".
           copy "vbm-raca.fd".
           copy "vbm-pvac.fd".
           copy "vbm-estq.fd".
           copy "vbm-emin.fd".
           copy "vbm-entv.fd".
           copy "vbm-vlot.fd".
           copy "vbm-tuto.fd".
           copy "vbm-pet.fd".
           copy "vbm-rrcl.fd".
      ******************************************************************
      *                        working storage                         *
      ******************************************************************
       working-storage                      section.
       copy "ACUGUI.DEF".
       COPY "ACUCOBOL.DEF".
       COPY "crtvars.def".
      *
       01 screen-t07.
          03 s07-cd-especie                 pic 9(03).
          03 s07-nm-especie                 pic x(15).
          03 s07-status                     pic x(50).
      *
       01 screen-t08.
          03 s08-cd-especie                 pic 9(03).
          03 s08-nm-especie                 pic x(15).
          03 s08-cd-raca                    pic 9(03).
          03 s08-nm-raca                    pic x(20).
          03 s08-status                     pic x(50).
      *
       01 screen-t16.
          03 s16-cd-especie                 pic 9(03).
          03 s16-nm-especie                 pic x(15).
          03 s16-cd-vacina                  pic 9(03).
          03 s16-nm-vacina                  pic x(20).
          03 s16-qtd-doses                  pic 9(02).
          03 s16-intervalo-dias             pic 9(03).
          03 s16-fl-reforco-anual           pic 9(01).
          03 s16-fl-obrigatoria             pic 9(01).
          03 s16-status                     pic x(50).
      *
       01 screen-t22.
          03 s22-cd-especie                 pic 9(03).
          03 s22-nm-especie                 pic x(15).
          03 s22-cd-vacina                  pic 9(03).
          03 s22-nm-vacina                  pic x(20).
          03 s22-qtd-minima                 pic 9(05).
          03 s22-saldo-total-desc           pic x(50).
          03 s22-nr-lote                    pic x(15).
          03 s22-dt-validade                pic 9(08).
          03 s22-qtd-doses                  pic 9(05).
          03 s22-nr-nota                    pic x(10).
          03 s22-lote-desc                  pic x(50).
          03 s22-status                     pic x(50).
      *
       77 keystatus                         pic 9(04)
                                            special-names crt status.
          88 esc-key                        value 0027.
          88 novo-key                       value 7001.
          88 editar-key                     value 7002.
          88 excluir-key                    value 7003.
          88 primeiro-key                   value 7011.
          88 anterior-key                   value 7012.
          88 proximo-key                    value 7013.
          88 ultimo-key                     value 7014.
          88 salvar-key                     value 7015.
          88 cancelar-key                   value 7016.
          88 racas-key                      value 7017.
          88 protocolos-key                 value 7018.
          88 fechar-key                     value 7027.
          88 novo-raca-key                  value 8001.
          88 editar-raca-key                value 8002.
          88 excluir-raca-key               value 8003.
          88 primeiro-raca-key              value 8011.
          88 anterior-raca-key              value 8012.
          88 proximo-raca-key               value 8013.
          88 ultimo-raca-key                value 8014.
          88 salvar-raca-key                value 8015.
          88 cancelar-raca-key              value 8016.
          88 fechar-raca-key                value 8027.
          88 novo-pvac-key                  value 8501.
          88 editar-pvac-key                value 8502.
          88 excluir-pvac-key               value 8503.
          88 primeiro-pvac-key              value 8511.
          88 anterior-pvac-key              value 8512.
          88 proximo-pvac-key               value 8513.
          88 ultimo-pvac-key                value 8514.
          88 salvar-pvac-key                value 8515.
          88 cancelar-pvac-key              value 8516.
          88 fechar-pvac-key                value 8527.
          88 estoque-pvac-key               value 8517.
          88 entrada-estq-key               value 8601.
          88 recall-estq-key                value 8602.
          88 primeiro-estq-key              value 8611.
          88 anterior-estq-key              value 8612.
          88 proximo-estq-key               value 8613.
          88 ultimo-estq-key                value 8614.
          88 gravar-minimo-estq-key         value 8615.
          88 fechar-estq-key                value 8627.
      *
       77 fs-vbm-espe pic xx.
          88 valid-vbm-espe                 value "00" thru "09".
          88 inexistente-vbm-espe           value "35".
          88 duplicado-vbm-espe             value "22".
      *
       77 fs-vbm-raca pic xx.
          88 valid-vbm-raca                 value "00" thru "09".
          88 inexistente-vbm-raca           value "35".
          88 duplicado-vbm-raca             value "22".
      *
       77 fs-vbm-pvac pic xx.
          88 valid-vbm-pvac                 value "00" thru "09".
          88 inexistente-vbm-pvac           value "35".
          88 duplicado-vbm-pvac             value "22".
      *
       77 fs-vbm-estq pic xx.
          88 valid-vbm-estq                 value "00" thru "09".
          88 inexistente-vbm-estq           value "35".
      *
       77 fs-vbm-emin pic xx.
          88 valid-vbm-emin                 value "00" thru "09".
          88 inexistente-vbm-emin           value "35".
      *
       77 fs-vbm-entv pic xx.
          88 valid-vbm-entv                 value "00" thru "09".
          88 inexistente-vbm-entv           value "35".
      *
       77 fs-vbm-vlot pic xx.
          88 valid-vbm-vlot                 value "00" thru "09".
          88 inexistente-vbm-vlot           value "35".
      *
       77 fs-vbm-tuto pic xx.
          88 valid-vbm-tuto                 value "00" thru "09".
      *
       77 fs-vbm-pet pic xx.
          88 valid-vbm-pet                  value "00" thru "09".
      *
       77 fs-vbm-rrcl pic xx.
          88 valid-vbm-rrcl                 value "00" thru "09".
      *
       77 ws-janela                         usage handle of window.
      *
       01 wss-controle                      pic 9(01).
          88 wss-inclusao                   value 1.
          88 wss-alteracao                  value 2.
          88 wss-pesquisa                   value 3.
      *
       01 wss-controle-raca                 pic 9(01).
          88 wss-raca-inclusao              value 1.
          88 wss-raca-alteracao             value 2.
          88 wss-raca-pesquisa              value 3.
      *
       01 wss-controle-pvac                 pic 9(01).
          88 wss-pvac-inclusao              value 1.
          88 wss-pvac-alteracao             value 2.
          88 wss-pvac-pesquisa              value 3.
      *
      ******************************************************************
      *    estoque de vacinas por lote e recall                        *
      ******************************************************************
       01 ws-fl-fim-estoque                 pic 9(01).
          88 ws-fim-estoque                 value 1 false 0.
       01 ws-dt-hoje                        pic 9(08).
       01 ws-hora-raw                       pic 9(08).
       01 ws-sq-entrada                     pic 9(03).
       01 ws-estq-qtd-lotes                 pic 9(03).
       01 ws-estq-qtd-saldo                 pic 9(07).
       01 ws-estq-lotes-ed                  pic zz9.
       01 ws-estq-saldo-ed                  pic z(06)9.
       01 ws-estq-entrada-ed                pic zzzz9.
       01 ws-estq-qtd-ed                    pic zzzz9.
       01 ws-estq-validade-ed               pic x(10).
       01 ws-rec-qtd-pets                   pic 9(05).
      *
       01 ws-rec-titulo                     pic x(132).
       01 ws-rec-branco                     pic x(132) value spaces.
       01 ws-rec-cabecalho.
          03 filler                         pic x(08) value "tutor ".
          03 filler                         pic x(31) value "nome ".
          03 filler                         pic x(16) value "telefone ".
          03 filler                         pic x(04) value "pet ".
          03 filler                         pic x(21) value "nome ".
          03 filler                         pic x(05) value "dose ".
          03 filler                         pic x(10) value "aplicacao".
       01 ws-rec-detalhe.
          03 wsr-cd-tutor                   pic z(06)9.
          03 filler                         pic x(01) value space.
          03 wsr-nm-tutor                   pic x(30).
          03 filler                         pic x(01) value space.
          03 wsr-contato-tutor              pic x(15).
          03 filler                         pic x(01) value space.
          03 wsr-cd-pet                     pic zz9.
          03 filler                         pic x(01) value space.
          03 wsr-nm-pet                     pic x(20).
          03 filler                         pic x(01) value space.
          03 wsr-nr-dose                    pic z9.
          03 filler                         pic x(03) value space.
          03 wsr-dt-aplicacao               pic x(10).
       01 ws-rec-total.
          03 filler                         pic x(25).
          03 wsr-total                      pic z(06)9.
      *
      ******************************************************************
      *                         screen section                         *
      ******************************************************************
       screen                               section.
       copy "tabelas-tela-espe.scr".
       copy "tabelas-tela-raca.scr".
       copy "tabelas-tela-pvac.scr".
       copy "tabelas-tela-estq.scr".
      *
      ******************************************************************
      *                       procedure division                       *
      ******************************************************************
       procedure                            division.
           perform abrir-arquivos.
           perform inicio-programa.
           perform fechar-arquivos.
      *
       abrir-arquivos.
           open i-o vbm-espe.
           if inexistente-vbm-espe
              open output vbm-espe
              close vbm-espe
              open i-o vbm-espe
           end-if.
           if not valid-vbm-espe
              display message box "erro ao abrir o arquivo vbm-espe!"
                                  "status: " fs-vbm-espe
              exit paragraph
           end-if.
           open i-o vbm-raca.
           if inexistente-vbm-raca
              open output vbm-raca
              close vbm-raca
              open i-o vbm-raca
           end-if.
           if not valid-vbm-raca
              display message box "erro ao abrir o arquivo vbm-raca!"
                                  "status: " fs-vbm-raca
              exit paragraph
           end-if.
           open i-o vbm-pvac.
           if inexistente-vbm-pvac
              open output vbm-pvac
              close vbm-pvac
              open i-o vbm-pvac
           end-if.
           if not valid-vbm-pvac
              display message box "erro ao abrir o arquivo vbm-pvac!"
                                  "status: " fs-vbm-pvac
              exit paragraph
           end-if.
           open i-o vbm-estq.
           if inexistente-vbm-estq
              open output vbm-estq
              close vbm-estq
              open i-o vbm-estq
           end-if.
           if not valid-vbm-estq
              display message box "erro ao abrir o arquivo vbm-estq!"
                                  "status: " fs-vbm-estq
              exit paragraph
           end-if.
           open i-o vbm-emin.
           if inexistente-vbm-emin
              open output vbm-emin
              close vbm-emin
              open i-o vbm-emin
           end-if.
           if not valid-vbm-emin
              display message box "erro ao abrir o arquivo vbm-emin!"
                                  "status: " fs-vbm-emin
              exit paragraph
           end-if.
           open i-o vbm-entv.
           if inexistente-vbm-entv
              open output vbm-entv
              close vbm-entv
              open i-o vbm-entv
           end-if.
           if not valid-vbm-entv
              display message box "erro ao abrir o arquivo vbm-entv!"
                                  "status: " fs-vbm-entv
              exit paragraph
           end-if.
           open input vbm-vlot.
           if inexistente-vbm-vlot
              open output vbm-vlot
              close vbm-vlot
              open input vbm-vlot
           end-if.
           if not valid-vbm-vlot
              display message box "erro ao abrir o arquivo vbm-vlot!"
                                  "status: " fs-vbm-vlot
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
      *
       inicio-programa.
           set wss-pesquisa to true.
           display standard graphical window
              lines 25
              size 102
              title "VBM v0.0.1. Tabelas de Especies e Racas"
              handle in ws-janela.
           display tela-espe.
           initialize screen-t07.
           perform modificar-componentes.
           perform desabilitar-componentes.
           perform desabilitar-salvar-cancelar.
           perform with test after until fechar-key or esc-key
              accept tela-espe on exception
                 perform controle-componentes
              end-accept
           end-perform.
      *
       fechar-arquivos.
           close vbm-espe.
           close vbm-raca.
           close vbm-pvac.
           close vbm-estq.
           close vbm-emin.
           close vbm-entv.
           close vbm-vlot.
           close vbm-tuto.
           close vbm-pet.
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
              when racas-key
                 perform racas-link-to
              when protocolos-key
                 perform protocolos-link-to
           end-evaluate.
      *
       modificar-componentes.
           modify t07-ef-cd-especie         value s07-cd-especie.
           modify t07-ef-nm-especie         value s07-nm-especie.
      *
       habilitar-componentes.
           modify t07-ef-nm-especie         enabled true.
      *
       desabilitar-componentes.
           modify t07-ef-nm-especie         enabled false.
      *
       habilitar-salvar-cancelar.
           modify t07-pb-salvar             enabled true.
           modify t07-pb-cancelar           enabled true.
      *
       desabilitar-salvar-cancelar.
           modify t07-pb-salvar             enabled false.
           modify t07-pb-cancelar           enabled false.
      *
       habilitar-navegacao.
           modify t07-pb-novo               enabled true.
           modify t07-pb-editar             enabled true.
           modify t07-pb-excluir            enabled true.
           modify t07-pb-primeiro           enabled true.
           modify t07-pb-proximo            enabled true.
           modify t07-pb-anterior           enabled true.
           modify t07-pb-ultimo             enabled true.
           modify t07-pb-racas              enabled true.
           modify t07-pb-protocolos         enabled true.
      *
       desabilitar-navegacao.
           modify t07-pb-novo               enabled false.
           modify t07-pb-editar             enabled false.
           modify t07-pb-excluir            enabled false.
           modify t07-pb-primeiro           enabled false.
           modify t07-pb-proximo            enabled false.
           modify t07-pb-anterior           enabled false.
           modify t07-pb-ultimo             enabled false.
           modify t07-pb-racas              enabled false.
           modify t07-pb-protocolos         enabled false.
      *
       mover-registro-para-tela.
           move espe-cd-especie             to s07-cd-especie.
           move espe-nm-especie             to s07-nm-especie.
      *
       navegar-registros.
           perform mover-registro-para-tela.
           perform modificar-componentes.
      *
       carregar-sequencia.
           initialize reg-espe.
           move high-value                  to espe-cd-especie.
           start vbm-espe key less than espe-cd-especie.
           read vbm-espe previous with no lock.
           if valid-vbm-espe
              add 1 to espe-cd-especie      giving s07-cd-especie
           else
              move 1                        to s07-cd-especie
           end-if.
      *
       t07-ef-cd-especie-aft-proc.
           inquire t07-ef-cd-especie        value s07-cd-especie.
           if s07-cd-especie equal zeros
              exit paragraph
           end-if.
           if not wss-pesquisa
              exit paragraph
           end-if.
           initialize reg-espe.
           move s07-cd-especie              to espe-cd-especie.
           read vbm-espe with no lock.
           if valid-vbm-espe
              perform navegar-registros
           else
              move spaces                   to s07-nm-especie
              perform modificar-componentes
           end-if.
      *
       cancelar-link-to.
           initialize screen-t07.
           perform modificar-componentes.
           perform desabilitar-salvar-cancelar.
           perform desabilitar-componentes.
           perform habilitar-navegacao.
           modify t07-ef-cd-especie         enabled true.
           set wss-pesquisa                 to true.
      *
       salvar-link-to.
           if s07-nm-especie equal spaces
              display message box "Informe o nome da especie!"
              exit paragraph
           end-if.
           initialize reg-espe.
           move s07-cd-especie              to espe-cd-especie.
           move s07-nm-especie              to espe-nm-especie.
           if wss-inclusao
              write reg-espe
              if duplicado-vbm-espe
                 display message box "Especie ja cadastrada"
                 exit paragraph
              end-if
              if not valid-vbm-espe
                 display message box "erro ao gravar a especie!"
                                     "status: " fs-vbm-espe
                 exit paragraph
              end-if
           end-if.
           if wss-alteracao
              rewrite reg-espe
              if not valid-vbm-espe
                 display message box "erro ao alterar a especie!"
                                     "status: " fs-vbm-espe
                 exit paragraph
              end-if
           end-if.
           perform desabilitar-salvar-cancelar.
           perform desabilitar-componentes.
           perform habilitar-navegacao.
           modify t07-ef-cd-especie         enabled true.
           set wss-pesquisa                 to true.
      *
       novo-link-to.
           perform carregar-sequencia.
           move spaces                      to s07-nm-especie.
           perform habilitar-componentes.
           perform modificar-componentes.
           perform desabilitar-navegacao.
           perform habilitar-salvar-cancelar.
           modify t07-ef-cd-especie         enabled false.
           set wss-inclusao                 to true.
      *
       editar-link-to.
           initialize reg-espe.
           move s07-cd-especie              to espe-cd-especie.
           read vbm-espe with no lock.
           if not valid-vbm-espe
              display message box
                 "Registro da especie nao pode ser encontrado"
              exit paragraph
           end-if.
           perform desabilitar-navegacao.
           perform habilitar-salvar-cancelar.
           perform habilitar-componentes.
           modify t07-ef-cd-especie         enabled false.
           set wss-alteracao                to true.
      *
       excluir-link-to.
           initialize reg-espe.
           move s07-cd-especie              to espe-cd-especie.
           read vbm-espe with no lock.
           if not valid-vbm-espe
              display message box
                 "Registro da especie nao pode ser encontrado"
              exit paragraph
           end-if.
           perform verificar-racas-especie.
           if valid-vbm-raca
              display message box
                 "Especie possui racas cadastradas - exclua as racas"
                 " antes"
              exit paragraph
           end-if.
           perform verificar-protocolos-especie.
           if valid-vbm-pvac
              display message box
                 "Especie possui protocolos de vacinacao - exclua os"
                 " protocolos antes"
              exit paragraph
           end-if.
           display message box
              "Voce realmente deseja excluir a especie?"
              type 2
              giving return-code.
           if return-code equal mb-yes
              delete vbm-espe
              display message box "Especie removida"
              initialize screen-t07
              perform modificar-componentes
           else
              display message box "Acao interrompida"
           end-if.
      *
      ******************************************************************
      *    uma especie com racas vinculadas nao pode ser excluida      *
      ******************************************************************
       verificar-racas-especie.
           initialize reg-raca.
           move s07-cd-especie              to raca-cd-especie.
           move low-value                   to raca-cd-raca.
           start vbm-raca key greater than raca-chave-raca.
           if valid-vbm-raca
              read vbm-raca next with no lock
           end-if.
           if valid-vbm-raca
              and raca-cd-especie not equal s07-cd-especie
              move "23"                     to fs-vbm-raca
           end-if.
      *
       verificar-protocolos-especie.
           initialize reg-pvac.
           move s07-cd-especie              to pvac-cd-especie.
           move low-value                   to pvac-cd-vacina.
           start vbm-pvac key greater than pvac-chave-pvac.
           if valid-vbm-pvac
              read vbm-pvac next with no lock
           end-if.
           if valid-vbm-pvac
              and pvac-cd-especie not equal s07-cd-especie
              move "23"                     to fs-vbm-pvac
           end-if.
      *
       primeiro-link-to.
           initialize reg-espe.
           move low-value                   to espe-cd-especie.
           start vbm-espe key greater than espe-cd-especie.
           read vbm-espe next with no lock.
           if valid-vbm-espe
              perform navegar-registros
           else
              display message box "Nao existem especies cadastradas"
           end-if.
      *
       ultimo-link-to.
           initialize reg-espe.
           move high-value                  to espe-cd-especie.
           start vbm-espe key less than espe-cd-especie.
           read vbm-espe previous with no lock.
           if valid-vbm-espe
              perform navegar-registros
           else
              display message box "Nao existem especies cadastradas"
           end-if.
      *
       anterior-link-to.
           initialize reg-espe.
           move s07-cd-especie              to espe-cd-especie.
           start vbm-espe key less than espe-cd-especie.
           read vbm-espe previous with no lock.
           if not valid-vbm-espe
              display message box "Voce chegou a primeira especie"
           else
              perform navegar-registros
           end-if.
      *
       proximo-link-to.
           initialize reg-espe.
           move s07-cd-especie              to espe-cd-especie.
           start vbm-espe key greater than espe-cd-especie.
           read vbm-espe next with no lock.
           if not valid-vbm-espe
              display message box "Voce chegou a ultima especie"
           else
              perform navegar-registros
           end-if.
      *
      ******************************************************************
      *    racas da especie selecionada na tela de especies            *
      ******************************************************************
       racas-link-to.
           if s07-cd-especie equal zeros
              display message box
                 "Selecione uma especie antes de abrir as racas!"
              exit paragraph
           end-if.
           initialize screen-t08.
           move s07-cd-especie              to s08-cd-especie.
           move s07-nm-especie              to s08-nm-especie.
           set wss-raca-pesquisa            to true.
           display tela-raca.
           perform desabilitar-componentes-raca.
           perform desabilitar-salvar-cancelar-raca.
           perform with test after until fechar-raca-key
              accept tela-raca on exception
                 perform controle-componentes-raca
              end-accept
           end-perform.
           display tela-espe.
           perform modificar-componentes.
           perform desabilitar-componentes.
           perform desabilitar-salvar-cancelar.
           perform habilitar-navegacao.
      *
       controle-componentes-raca.
           evaluate true
              when novo-raca-key
                 perform novo-raca-link-to
              when editar-raca-key
                 perform editar-raca-link-to
              when excluir-raca-key
                 perform excluir-raca-link-to
              when primeiro-raca-key
                 perform primeiro-raca-link-to
              when anterior-raca-key
                 perform anterior-raca-link-to
              when proximo-raca-key
                 perform proximo-raca-link-to
              when ultimo-raca-key
                 perform ultimo-raca-link-to
              when salvar-raca-key
                 perform salvar-raca-link-to
              when cancelar-raca-key
                 perform cancelar-raca-link-to
           end-evaluate.
      *
       modificar-componentes-raca.
           modify t08-ef-cd-especie         value s08-cd-especie.
           modify t08-ef-nm-especie         value s08-nm-especie.
           modify t08-ef-cd-raca            value s08-cd-raca.
           modify t08-ef-nm-raca            value s08-nm-raca.
      *
       habilitar-componentes-raca.
           modify t08-ef-nm-raca            enabled true.
      *
       desabilitar-componentes-raca.
           modify t08-ef-nm-raca            enabled false.
      *
       habilitar-salvar-cancelar-raca.
           modify t08-pb-salvar             enabled true.
           modify t08-pb-cancelar           enabled true.
      *
       desabilitar-salvar-cancelar-raca.
           modify t08-pb-salvar             enabled false.
           modify t08-pb-cancelar           enabled false.
      *
       habilitar-navegacao-raca.
           modify t08-pb-novo               enabled true.
           modify t08-pb-editar             enabled true.
           modify t08-pb-excluir            enabled true.
           modify t08-pb-primeiro           enabled true.
           modify t08-pb-proximo            enabled true.
           modify t08-pb-anterior           enabled true.
           modify t08-pb-ultimo             enabled true.
      *
       desabilitar-navegacao-raca.
           modify t08-pb-novo               enabled false.
           modify t08-pb-editar             enabled false.
           modify t08-pb-excluir            enabled false.
           modify t08-pb-primeiro           enabled false.
           modify t08-pb-proximo            enabled false.
           modify t08-pb-anterior           enabled false.
           modify t08-pb-ultimo             enabled false.
      *
       mover-registro-para-tela-raca.
           move raca-cd-especie             to s08-cd-especie.
           move raca-cd-raca                to s08-cd-raca.
           move raca-nm-raca                to s08-nm-raca.
      *
       navegar-registros-raca.
           perform mover-registro-para-tela-raca.
           perform modificar-componentes-raca.
      *
       carregar-sequencia-raca.
           initialize reg-raca.
           move s08-cd-especie              to raca-cd-especie.
           move high-value                  to raca-cd-raca.
           start vbm-raca key less than or equal raca-chave-raca.
           read vbm-raca previous with no lock.
           if valid-vbm-raca
              and raca-cd-especie equal s08-cd-especie
              add 1 to raca-cd-raca         giving s08-cd-raca
           else
              move 1                        to s08-cd-raca
           end-if.
      *
       cancelar-raca-link-to.
           initialize screen-t08.
           move s07-cd-especie              to s08-cd-especie.
           move s07-nm-especie              to s08-nm-especie.
           perform modificar-componentes-raca.
           perform desabilitar-salvar-cancelar-raca.
           perform desabilitar-componentes-raca.
           perform habilitar-navegacao-raca.
           set wss-raca-pesquisa            to true.
      *
       salvar-raca-link-to.
           if s08-nm-raca equal spaces
              display message box "Informe o nome da raca!"
              exit paragraph
           end-if.
           initialize reg-raca.
           move s08-cd-especie              to raca-cd-especie.
           move s08-cd-raca                 to raca-cd-raca.
           move s08-nm-raca                 to raca-nm-raca.
           if wss-raca-inclusao
              write reg-raca
              if duplicado-vbm-raca
                 display message box "Raca ja cadastrada"
                 exit paragraph
              end-if
              if not valid-vbm-raca
                 display message box "erro ao gravar a raca!"
                                     "status: " fs-vbm-raca
                 exit paragraph
              end-if
           end-if.
           if wss-raca-alteracao
              rewrite reg-raca
              if not valid-vbm-raca
                 display message box "erro ao alterar a raca!"
                                     "status: " fs-vbm-raca
                 exit paragraph
              end-if
           end-if.
           perform desabilitar-salvar-cancelar-raca.
           perform desabilitar-componentes-raca.
           perform habilitar-navegacao-raca.
           set wss-raca-pesquisa            to true.
      *
       novo-raca-link-to.
           perform carregar-sequencia-raca.
           move spaces                      to s08-nm-raca.
           perform habilitar-componentes-raca.
           perform modificar-componentes-raca.
           perform desabilitar-navegacao-raca.
           perform habilitar-salvar-cancelar-raca.
           set wss-raca-inclusao            to true.
      *
       editar-raca-link-to.
           initialize reg-raca.
           move s08-cd-especie              to raca-cd-especie.
           move s08-cd-raca                 to raca-cd-raca.
           read vbm-raca with no lock.
           if not valid-vbm-raca
              display message box
                 "Registro da raca nao pode ser encontrado"
              exit paragraph
           end-if.
           perform desabilitar-navegacao-raca.
           perform habilitar-salvar-cancelar-raca.
           perform habilitar-componentes-raca.
           set wss-raca-alteracao           to true.
      *
       excluir-raca-link-to.
           initialize reg-raca.
           move s08-cd-especie              to raca-cd-especie.
           move s08-cd-raca                 to raca-cd-raca.
           read vbm-raca with no lock.
           if not valid-vbm-raca
              display message box
                 "Registro da raca nao pode ser encontrado"
              exit paragraph
           end-if.
           display message box
              "Voce realmente deseja excluir a raca?"
              type 2
              giving return-code.
           if return-code equal mb-yes
              delete vbm-raca
              display message box "Raca removida"
              move zeros                    to s08-cd-raca
              move spaces                   to s08-nm-raca
              perform modificar-componentes-raca
           else
              display message box "Acao interrompida"
           end-if.
      *
       primeiro-raca-link-to.
           initialize reg-raca.
           move s08-cd-especie              to raca-cd-especie.
           move low-value                   to raca-cd-raca.
           start vbm-raca key greater than raca-chave-raca.
           read vbm-raca next with no lock.
           if valid-vbm-raca
              and raca-cd-especie equal s08-cd-especie
              perform navegar-registros-raca
           else
              display message box
                 "Nao existem racas para esta especie"
           end-if.
      *
       ultimo-raca-link-to.
           initialize reg-raca.
           move s08-cd-especie              to raca-cd-especie.
           move high-value                  to raca-cd-raca.
           start vbm-raca key less than raca-chave-raca.
           read vbm-raca previous with no lock.
           if valid-vbm-raca
              and raca-cd-especie equal s08-cd-especie
              perform navegar-registros-raca
           else
              display message box
                 "Nao existem racas para esta especie"
           end-if.
      *
       anterior-raca-link-to.
           initialize reg-raca.
           move s08-cd-especie              to raca-cd-especie.
           move s08-cd-raca                 to raca-cd-raca.
           start vbm-raca key less than raca-chave-raca.
           read vbm-raca previous with no lock.
           if not valid-vbm-raca
              or raca-cd-especie not equal s08-cd-especie
              display message box "Voce chegou a primeira raca"
           else
              perform navegar-registros-raca
           end-if.
      *
       proximo-raca-link-to.
           initialize reg-raca.
           move s08-cd-especie              to raca-cd-especie.
           move s08-cd-raca                 to raca-cd-raca.
           start vbm-raca key greater than raca-chave-raca.
           read vbm-raca next with no lock.
           if not valid-vbm-raca
              or raca-cd-especie not equal s08-cd-especie
              display message box "Voce chegou a ultima raca"
           else
              perform navegar-registros-raca
           end-if.
      *
      ******************************************************************
      *    protocolos de vacinacao da especie selecionada na tela      *
      *    de especies                                                 *
      ******************************************************************
       protocolos-link-to.
           if s07-cd-especie equal zeros
              display message box
                 "Selecione uma especie antes de abrir os protocolos!"
              exit paragraph
           end-if.
           initialize screen-t16.
           move s07-cd-especie              to s16-cd-especie.
           move s07-nm-especie              to s16-nm-especie.
           set wss-pvac-pesquisa            to true.
           display tela-pvac.
           perform desabilitar-componentes-pvac.
           perform desabilitar-salvar-cancelar-pvac.
           perform with test after until fechar-pvac-key
              accept tela-pvac on exception
                 perform controle-componentes-pvac
              end-accept
           end-perform.
           display tela-espe.
           perform modificar-componentes.
           perform desabilitar-componentes.
           perform desabilitar-salvar-cancelar.
           perform habilitar-navegacao.
      *
       controle-componentes-pvac.
           evaluate true
              when novo-pvac-key
                 perform novo-pvac-link-to
              when editar-pvac-key
                 perform editar-pvac-link-to
              when excluir-pvac-key
                 perform excluir-pvac-link-to
              when primeiro-pvac-key
                 perform primeiro-pvac-link-to
              when anterior-pvac-key
                 perform anterior-pvac-link-to
              when proximo-pvac-key
                 perform proximo-pvac-link-to
              when ultimo-pvac-key
                 perform ultimo-pvac-link-to
              when salvar-pvac-key
                 perform salvar-pvac-link-to
              when cancelar-pvac-key
                 perform cancelar-pvac-link-to
              when estoque-pvac-key
                 perform estoque-pvac-link-to
           end-evaluate.
      *
       modificar-componentes-pvac.
           modify t16-ef-cd-especie         value s16-cd-especie.
           modify t16-ef-nm-especie         value s16-nm-especie.
           modify t16-ef-cd-vacina          value s16-cd-vacina.
           modify t16-ef-nm-vacina          value s16-nm-vacina.
           modify t16-ef-qtd-doses          value s16-qtd-doses.
           modify t16-ef-intervalo-dias     value s16-intervalo-dias.
           modify t16-cb-reforco-anual      value s16-fl-reforco-anual.
           modify t16-cb-obrigatoria        value s16-fl-obrigatoria.
      *
       habilitar-componentes-pvac.
           modify t16-ef-nm-vacina          enabled true.
           modify t16-ef-qtd-doses          enabled true.
           modify t16-ef-intervalo-dias     enabled true.
           modify t16-cb-reforco-anual      enabled true.
           modify t16-cb-obrigatoria        enabled true.
      *
       desabilitar-componentes-pvac.
           modify t16-ef-nm-vacina          enabled false.
           modify t16-ef-qtd-doses          enabled false.
           modify t16-ef-intervalo-dias     enabled false.
           modify t16-cb-reforco-anual      enabled false.
           modify t16-cb-obrigatoria        enabled false.
      *
       habilitar-salvar-cancelar-pvac.
           modify t16-pb-salvar             enabled true.
           modify t16-pb-cancelar           enabled true.
      *
       desabilitar-salvar-cancelar-pvac.
           modify t16-pb-salvar             enabled false.
           modify t16-pb-cancelar           enabled false.
      *
       habilitar-navegacao-pvac.
           modify t16-pb-estoque            enabled true.
           modify t16-pb-novo               enabled true.
           modify t16-pb-editar             enabled true.
           modify t16-pb-excluir            enabled true.
           modify t16-pb-primeiro           enabled true.
           modify t16-pb-proximo            enabled true.
           modify t16-pb-anterior           enabled true.
           modify t16-pb-ultimo             enabled true.
      *
       desabilitar-navegacao-pvac.
           modify t16-pb-estoque            enabled false.
           modify t16-pb-novo               enabled false.
           modify t16-pb-editar             enabled false.
           modify t16-pb-excluir            enabled false.
           modify t16-pb-primeiro           enabled false.
           modify t16-pb-proximo            enabled false.
           modify t16-pb-anterior           enabled false.
           modify t16-pb-ultimo             enabled false.
      *
       carregar-flags-tela-pvac.
           inquire t16-cb-reforco-anual     value s16-fl-reforco-anual.
           inquire t16-cb-obrigatoria       value s16-fl-obrigatoria.
      *
       mover-registro-para-tela-pvac.
           move pvac-cd-especie             to s16-cd-especie.
           move pvac-cd-vacina              to s16-cd-vacina.
           move pvac-nm-vacina              to s16-nm-vacina.
           move pvac-qtd-doses              to s16-qtd-doses.
           move pvac-intervalo-dias         to s16-intervalo-dias.
           if pvac-reforco-anual
              move 1                        to s16-fl-reforco-anual
           else
              move 0                        to s16-fl-reforco-anual
           end-if.
           if pvac-obrigatoria
              move 1                        to s16-fl-obrigatoria
           else
              move 0                        to s16-fl-obrigatoria
           end-if.
      *
       navegar-registros-pvac.
           perform mover-registro-para-tela-pvac.
           perform modificar-componentes-pvac.
      *
       carregar-sequencia-pvac.
           initialize reg-pvac.
           move s16-cd-especie              to pvac-cd-especie.
           move high-value                  to pvac-cd-vacina.
           start vbm-pvac key less than or equal pvac-chave-pvac.
           read vbm-pvac previous with no lock.
           if valid-vbm-pvac
              and pvac-cd-especie equal s16-cd-especie
              add 1 to pvac-cd-vacina       giving s16-cd-vacina
           else
              move 1                        to s16-cd-vacina
           end-if.
      *
       t16-ef-cd-vacina-aft-proc.
           inquire t16-ef-cd-vacina         value s16-cd-vacina.
           if s16-cd-vacina equal zeros
              exit paragraph
           end-if.
           if not wss-pvac-pesquisa
              exit paragraph
           end-if.
           initialize reg-pvac.
           move s16-cd-especie              to pvac-cd-especie.
           move s16-cd-vacina               to pvac-cd-vacina.
           read vbm-pvac with no lock.
           if valid-vbm-pvac
              perform navegar-registros-pvac
           else
              move spaces                   to s16-nm-vacina
              perform modificar-componentes-pvac
           end-if.
      *
       cancelar-pvac-link-to.
           initialize screen-t16.
           move s07-cd-especie              to s16-cd-especie.
           move s07-nm-especie              to s16-nm-especie.
           perform modificar-componentes-pvac.
           perform desabilitar-salvar-cancelar-pvac.
           perform desabilitar-componentes-pvac.
           perform habilitar-navegacao-pvac.
           set wss-pvac-pesquisa            to true.
      *
       salvar-pvac-link-to.
           perform carregar-flags-tela-pvac.
           if s16-nm-vacina equal spaces
              display message box "Informe o nome da vacina!"
              exit paragraph
           end-if.
           if s16-qtd-doses equal zeros
              display message box "Informe o numero de doses!"
              exit paragraph
           end-if.
           if s16-qtd-doses > 1
              and s16-intervalo-dias equal zeros
              display message box
                 "Informe o intervalo em dias entre as doses!"
              exit paragraph
           end-if.
           initialize reg-pvac.
           move s16-cd-especie              to pvac-cd-especie.
           move s16-cd-vacina               to pvac-cd-vacina.
           move s16-nm-vacina               to pvac-nm-vacina.
           move s16-qtd-doses               to pvac-qtd-doses.
           move s16-intervalo-dias          to pvac-intervalo-dias.
           if s16-fl-reforco-anual equal 1
              move "S"                      to pvac-fl-reforco-anual
           else
              move "N"                      to pvac-fl-reforco-anual
           end-if.
           if s16-fl-obrigatoria equal 1
              move "S"                      to pvac-fl-obrigatoria
           else
              move "N"                      to pvac-fl-obrigatoria
           end-if.
           if wss-pvac-inclusao
              write reg-pvac
              if duplicado-vbm-pvac
                 display message box "Protocolo ja cadastrado"
                 exit paragraph
              end-if
              if not valid-vbm-pvac
                 display message box "erro ao gravar o protocolo!"
                                     "status: " fs-vbm-pvac
                 exit paragraph
              end-if
           end-if.
           if wss-pvac-alteracao
              rewrite reg-pvac
              if not valid-vbm-pvac
                 display message box "erro ao alterar o protocolo!"
                                     "status: " fs-vbm-pvac
                 exit paragraph
              end-if
           end-if.
           perform desabilitar-salvar-cancelar-pvac.
           perform desabilitar-componentes-pvac.
           perform habilitar-navegacao-pvac.
           set wss-pvac-pesquisa            to true.
      *
       novo-pvac-link-to.
           perform carregar-sequencia-pvac.
           move spaces                      to s16-nm-vacina.
           move zeros                       to s16-qtd-doses
                                               s16-intervalo-dias
                                               s16-fl-reforco-anual
                                               s16-fl-obrigatoria.
           perform habilitar-componentes-pvac.
           perform modificar-componentes-pvac.
           perform desabilitar-navegacao-pvac.
           perform habilitar-salvar-cancelar-pvac.
           set wss-pvac-inclusao            to true.
      *
       editar-pvac-link-to.
           initialize reg-pvac.
           move s16-cd-especie              to pvac-cd-especie.
           move s16-cd-vacina               to pvac-cd-vacina.
           read vbm-pvac with no lock.
           if not valid-vbm-pvac
              display message box
                 "Registro do protocolo nao pode ser encontrado"
              exit paragraph
           end-if.
           perform desabilitar-navegacao-pvac.
           perform habilitar-salvar-cancelar-pvac.
           perform habilitar-componentes-pvac.
           set wss-pvac-alteracao           to true.
      *
       excluir-pvac-link-to.
           initialize reg-pvac.
           move s16-cd-especie              to pvac-cd-especie.
           move s16-cd-vacina               to pvac-cd-vacina.
           read vbm-pvac with no lock.
           if not valid-vbm-pvac
              display message box
                 "Registro do protocolo nao pode ser encontrado"
              exit paragraph
           end-if.
           display message box
              "Voce realmente deseja excluir o protocolo?"
              type 2
              giving return-code.
           if return-code equal mb-yes
              delete vbm-pvac
              display message box "Protocolo removido"
              move zeros                    to s16-cd-vacina
                                               s16-qtd-doses
                                               s16-intervalo-dias
                                               s16-fl-reforco-anual
                                               s16-fl-obrigatoria
              move spaces                   to s16-nm-vacina
              perform modificar-componentes-pvac
           else
              display message box "Acao interrompida"
           end-if.
      *
       primeiro-pvac-link-to.
           initialize reg-pvac.
           move s16-cd-especie              to pvac-cd-especie.
           move low-value                   to pvac-cd-vacina.
           start vbm-pvac key greater than pvac-chave-pvac.
           read vbm-pvac next with no lock.
           if valid-vbm-pvac
              and pvac-cd-especie equal s16-cd-especie
              perform navegar-registros-pvac
           else
              display message box
                 "Nao existem protocolos para esta especie"
           end-if.
      *
       ultimo-pvac-link-to.
           initialize reg-pvac.
           move s16-cd-especie              to pvac-cd-especie.
           move high-value                  to pvac-cd-vacina.
           start vbm-pvac key less than pvac-chave-pvac.
           read vbm-pvac previous with no lock.
           if valid-vbm-pvac
              and pvac-cd-especie equal s16-cd-especie
              perform navegar-registros-pvac
           else
              display message box
                 "Nao existem protocolos para esta especie"
           end-if.
      *
       anterior-pvac-link-to.
           initialize reg-pvac.
           move s16-cd-especie              to pvac-cd-especie.
           move s16-cd-vacina               to pvac-cd-vacina.
           start vbm-pvac key less than pvac-chave-pvac.
           read vbm-pvac previous with no lock.
           if not valid-vbm-pvac
              or pvac-cd-especie not equal s16-cd-especie
              display message box "Voce chegou ao primeiro protocolo"
           else
              perform navegar-registros-pvac
           end-if.
      *
       proximo-pvac-link-to.
           initialize reg-pvac.
           move s16-cd-especie              to pvac-cd-especie.
           move s16-cd-vacina               to pvac-cd-vacina.
           start vbm-pvac key greater than pvac-chave-pvac.
           read vbm-pvac next with no lock.
           if not valid-vbm-pvac
              or pvac-cd-especie not equal s16-cd-especie
              display message box "Voce chegou ao ultimo protocolo"
           else
              perform navegar-registros-pvac
           end-if.
      *
      ******************************************************************
      *    estoque da vacina do protocolo selecionado, por lote e      *
      *    validade; o saldo e baixado pela carteira de vacinacao      *
      ******************************************************************
       estoque-pvac-link-to.
           initialize reg-pvac.
           move s16-cd-especie              to pvac-cd-especie.
           move s16-cd-vacina               to pvac-cd-vacina.
           read vbm-pvac with no lock.
           if s16-cd-vacina equal zeros or not valid-vbm-pvac
              display message box
                 "Selecione uma vacina antes de abrir o estoque!"
              exit paragraph
           end-if.
           initialize screen-t22.
           move s16-cd-especie              to s22-cd-especie.
           move s16-nm-especie              to s22-nm-especie.
           move s16-cd-vacina               to s22-cd-vacina.
           move pvac-nm-vacina              to s22-nm-vacina.
           perform carregar-estoque-minimo.
           perform totalizar-estoque-vacina.
           display tela-estq.
           perform modificar-componentes-estq.
           perform with test after until fechar-estq-key
              accept tela-estq on exception
                 perform controle-componentes-estq
              end-accept
           end-perform.
           display tela-pvac.
           perform modificar-componentes-pvac.
           perform desabilitar-componentes-pvac.
           perform desabilitar-salvar-cancelar-pvac.
           perform habilitar-navegacao-pvac.
      *
       controle-componentes-estq.
           evaluate true
              when entrada-estq-key
                 perform entrada-estq-link-to
              when recall-estq-key
                 perform recall-estq-link-to
              when gravar-minimo-estq-key
                 perform gravar-minimo-estq-link-to
              when primeiro-estq-key
                 perform primeiro-estq-link-to
              when anterior-estq-key
                 perform anterior-estq-link-to
              when proximo-estq-key
                 perform proximo-estq-link-to
              when ultimo-estq-key
                 perform ultimo-estq-link-to
           end-evaluate.
      *
       modificar-componentes-estq.
           modify t22-ef-cd-especie         value s22-cd-especie.
           modify t22-ef-nm-especie         value s22-nm-especie.
           modify t22-ef-cd-vacina          value s22-cd-vacina.
           modify t22-ef-nm-vacina          value s22-nm-vacina.
           modify t22-ef-qtd-minima         value s22-qtd-minima.
           modify t22-la-saldo-total        title s22-saldo-total-desc.
           modify t22-ef-nr-lote            value s22-nr-lote.
           modify t22-ef-dt-validade        value s22-dt-validade.
           modify t22-ef-qtd-doses          value s22-qtd-doses.
           modify t22-ef-nr-nota            value s22-nr-nota.
           modify t22-la-lote-desc          title s22-lote-desc.
      *
       carregar-estoque-minimo.
           initialize reg-emin.
           move s22-cd-especie              to emin-cd-especie.
           move s22-cd-vacina               to emin-cd-vacina.
           read vbm-emin with no lock.
           if valid-vbm-emin
              move emin-qtd-minima          to s22-qtd-minima
           else
              move zeros                    to s22-qtd-minima
           end-if.
      *
      ******************************************************************
      *    saldo total da vacina: soma dos lotes dentro da validade    *
      ******************************************************************
       totalizar-estoque-vacina.
           accept ws-dt-hoje                from date yyyymmdd.
           move zero                        to ws-estq-qtd-lotes.
           move zero                        to ws-estq-qtd-saldo.
           set ws-fim-estoque               to false.
           initialize reg-estq.
           move s22-cd-especie              to estq-cd-especie.
           move s22-cd-vacina               to estq-cd-vacina.
           move low-value                   to estq-nr-lote.
           start vbm-estq key is greater than estq-chave-lote.
           if not valid-vbm-estq
              set ws-fim-estoque            to true
           end-if.
           perform with test before until ws-fim-estoque
              read vbm-estq next with no lock
              if not valid-vbm-estq
                 or estq-cd-especie not equal s22-cd-especie
                 or estq-cd-vacina not equal s22-cd-vacina
                 set ws-fim-estoque         to true
              else
                 if estq-dt-validade >= ws-dt-hoje
                    and estq-qtd-saldo > zero
                    add 1                   to ws-estq-qtd-lotes
                    add estq-qtd-saldo      to ws-estq-qtd-saldo
                 end-if
              end-if
           end-perform.
           move ws-estq-qtd-saldo           to ws-estq-saldo-ed.
           move ws-estq-qtd-lotes           to ws-estq-lotes-ed.
           move spaces                      to s22-saldo-total-desc.
           string
              "saldo valido: "              delimited by size
              ws-estq-saldo-ed              delimited by size
              " dose(s) em "                delimited by size
              ws-estq-lotes-ed              delimited by size
              " lote(s)"                    delimited by size
              into s22-saldo-total-desc
           end-string.
      *
       gravar-minimo-estq-link-to.
           inquire t22-ef-qtd-minima        value s22-qtd-minima.
           initialize reg-emin.
           move s22-cd-especie              to emin-cd-especie.
           move s22-cd-vacina               to emin-cd-vacina.
           read vbm-emin.
           move s22-qtd-minima              to emin-qtd-minima.
           if valid-vbm-emin
              rewrite reg-emin
           else
              write reg-emin
           end-if.
           if not valid-vbm-emin
              display message box "erro ao gravar o estoque minimo!"
                                  "status: " fs-vbm-emin
              exit paragraph
           end-if.
           display message box "Estoque minimo gravado".
      *
       mover-registro-para-tela-estq.
           move estq-nr-lote                to s22-nr-lote.
           move estq-dt-validade            to s22-dt-validade.
           move zeros                       to s22-qtd-doses.
           move spaces                      to s22-nr-nota.
           perform montar-descricao-lote-estq.
      *
       montar-descricao-lote-estq.
           move spaces                      to s22-lote-desc.
           move estq-qtd-saldo              to ws-estq-qtd-ed.
           move estq-qtd-entrada            to ws-estq-entrada-ed.
           string
              "saldo do lote: "             delimited by size
              ws-estq-qtd-ed                delimited by size
              " de "                        delimited by size
              ws-estq-entrada-ed            delimited by size
              " dose(s) compradas"          delimited by size
              into s22-lote-desc
           end-string.
           accept ws-dt-hoje                from date yyyymmdd.
           if estq-dt-validade < ws-dt-hoje
              move "lote vencido"           to s22-status
           else
              move spaces                   to s22-status
           end-if.
           modify t22-la-status             title s22-status.
      *
       navegar-registros-estq.
           perform mover-registro-para-tela-estq.
           perform modificar-componentes-estq.
      *
       t22-ef-nr-lote-aft-proc.
           inquire t22-ef-nr-lote           value s22-nr-lote.
           if s22-nr-lote equal spaces
              exit paragraph
           end-if.
           initialize reg-estq.
           move s22-cd-especie              to estq-cd-especie.
           move s22-cd-vacina               to estq-cd-vacina.
           move s22-nr-lote                 to estq-nr-lote.
           read vbm-estq with no lock.
           if valid-vbm-estq
              move estq-dt-validade         to s22-dt-validade
              perform montar-descricao-lote-estq
           else
              move "lote novo"              to s22-lote-desc
           end-if.
           modify t22-ef-dt-validade        value s22-dt-validade.
           modify t22-la-lote-desc          title s22-lote-desc.
      *
      ******************************************************************
      *    entrada de compra: soma as doses ao lote (criado na         *
      *    primeira entrada) e registra a entrada em vbm-entv; um      *
      *    lote ja cadastrado nao muda de validade                     *
      ******************************************************************
       entrada-estq-link-to.
           inquire t22-ef-nr-lote           value s22-nr-lote.
           inquire t22-ef-dt-validade       value s22-dt-validade.
           inquire t22-ef-qtd-doses         value s22-qtd-doses.
           inquire t22-ef-nr-nota           value s22-nr-nota.
           if s22-nr-lote equal spaces
              display message box "Informe o numero do lote!"
              exit paragraph
           end-if.
           if s22-dt-validade equal zeros
              display message box "Informe a validade do lote!"
              exit paragraph
           end-if.
           accept ws-dt-hoje                from date yyyymmdd.
           if s22-dt-validade < ws-dt-hoje
              display message box
                 "Lote vencido nao pode entrar no estoque!"
              exit paragraph
           end-if.
           if s22-qtd-doses equal zeros
              display message box "Informe a quantidade de doses!"
              exit paragraph
           end-if.
           initialize reg-estq.
           move s22-cd-especie              to estq-cd-especie.
           move s22-cd-vacina               to estq-cd-vacina.
           move s22-nr-lote                 to estq-nr-lote.
           read vbm-estq with lock.
           if valid-vbm-estq
              if estq-dt-validade not equal s22-dt-validade
                 unlock vbm-estq
                 display message box
                    "Lote ja cadastrado com outra validade!"
                 exit paragraph
              end-if
              add s22-qtd-doses             to estq-qtd-entrada
              add s22-qtd-doses             to estq-qtd-saldo
              move ws-dt-hoje               to estq-dt-ultima-entrada
              rewrite reg-estq
              unlock vbm-estq
           else
              initialize reg-estq
              move s22-cd-especie           to estq-cd-especie
              move s22-cd-vacina            to estq-cd-vacina
              move s22-nr-lote              to estq-nr-lote
              move s22-nm-vacina            to estq-nm-vacina
              move s22-dt-validade          to estq-dt-validade
              move s22-qtd-doses            to estq-qtd-entrada
              move s22-qtd-doses            to estq-qtd-saldo
              move ws-dt-hoje               to estq-dt-ultima-entrada
              write reg-estq
           end-if.
           if not valid-vbm-estq
              display message box "erro ao gravar o lote no estoque!"
                                  "status: " fs-vbm-estq
              exit paragraph
           end-if.
           perform gravar-entrada-estq.
           perform totalizar-estoque-vacina.
           perform navegar-registros-estq.
           display message box "Entrada registrada no estoque".
      *
       gravar-entrada-estq.
           initialize reg-entv.
           move ws-dt-hoje                  to entv-dt-entrada.
           move high-value                  to entv-sq-entrada.
           start vbm-entv key less than or equal entv-chave-entrada.
           read vbm-entv previous with no lock.
           if valid-vbm-entv
              and entv-dt-entrada equal ws-dt-hoje
              add 1 to entv-sq-entrada      giving ws-sq-entrada
           else
              move 1                        to ws-sq-entrada
           end-if.
           initialize reg-entv.
           move ws-dt-hoje                  to entv-dt-entrada.
           move ws-sq-entrada               to entv-sq-entrada.
           accept ws-hora-raw               from time.
           divide ws-hora-raw by 100 giving entv-hr-entrada.
           move estq-cd-especie             to entv-cd-especie.
           move estq-cd-vacina              to entv-cd-vacina.
           move estq-nr-lote                to entv-nr-lote.
           move estq-dt-validade            to entv-dt-validade.
           move s22-qtd-doses               to entv-qtd-doses.
           move s22-nr-nota                 to entv-nr-nota.
           write reg-entv.
           if not valid-vbm-entv
              display message box "erro ao gravar a entrada!"
                                  "status: " fs-vbm-entv
           end-if.
      *
       primeiro-estq-link-to.
           initialize reg-estq.
           move s22-cd-especie              to estq-cd-especie.
           move s22-cd-vacina               to estq-cd-vacina.
           move low-value                   to estq-nr-lote.
           start vbm-estq key greater than estq-chave-lote.
           read vbm-estq next with no lock.
           if valid-vbm-estq
              and estq-cd-especie equal s22-cd-especie
              and estq-cd-vacina equal s22-cd-vacina
              perform navegar-registros-estq
           else
              display message box
                 "Nao existem lotes desta vacina no estoque"
           end-if.
      *
       ultimo-estq-link-to.
           initialize reg-estq.
           move s22-cd-especie              to estq-cd-especie.
           move s22-cd-vacina               to estq-cd-vacina.
           move high-value                  to estq-nr-lote.
           start vbm-estq key less than estq-chave-lote.
           read vbm-estq previous with no lock.
           if valid-vbm-estq
              and estq-cd-especie equal s22-cd-especie
              and estq-cd-vacina equal s22-cd-vacina
              perform navegar-registros-estq
           else
              display message box
                 "Nao existem lotes desta vacina no estoque"
           end-if.
      *
       anterior-estq-link-to.
           initialize reg-estq.
           move s22-cd-especie              to estq-cd-especie.
           move s22-cd-vacina               to estq-cd-vacina.
           move s22-nr-lote                 to estq-nr-lote.
           start vbm-estq key less than estq-chave-lote.
           read vbm-estq previous with no lock.
           if not valid-vbm-estq
              or estq-cd-especie not equal s22-cd-especie
              or estq-cd-vacina not equal s22-cd-vacina
              display message box "Voce chegou ao primeiro lote"
           else
              perform navegar-registros-estq
           end-if.
      *
       proximo-estq-link-to.
           initialize reg-estq.
           move s22-cd-especie              to estq-cd-especie.
           move s22-cd-vacina               to estq-cd-vacina.
           move s22-nr-lote                 to estq-nr-lote.
           start vbm-estq key greater than estq-chave-lote.
           read vbm-estq next with no lock.
           if not valid-vbm-estq
              or estq-cd-especie not equal s22-cd-especie
              or estq-cd-vacina not equal s22-cd-vacina
              display message box "Voce chegou ao ultimo lote"
           else
              perform navegar-registros-estq
           end-if.
      *
      ******************************************************************
      *    recall do lote exibido: todos os pets que receberam uma     *
      *    dose do lote, com o tutor e o telefone, no relatorio        *
      *    vbm-rrcl                                                    *
      ******************************************************************
       recall-estq-link-to.
           inquire t22-ef-nr-lote           value s22-nr-lote.
           if s22-nr-lote equal spaces
              display message box "Informe o lote para o recall!"
              exit paragraph
           end-if.
           open output vbm-rrcl.
           if not valid-vbm-rrcl
              display message box "erro ao abrir o arquivo vbm-rrcl!"
                                  "status: " fs-vbm-rrcl
              exit paragraph
           end-if.
           move spaces                      to ws-rec-titulo.
           string
              "recall do lote "             delimited by size
              s22-nr-lote                   delimited by space
              " - vacina "                  delimited by size
              s22-nm-vacina                 delimited by size
              " - "                         delimited by size
              s22-nm-especie                delimited by size
              into ws-rec-titulo
           end-string.
           write reg-rrcl                   from ws-rec-titulo.
           write reg-rrcl                   from ws-rec-branco.
           write reg-rrcl                   from ws-rec-cabecalho.
           move zero                        to ws-rec-qtd-pets.
           set ws-fim-estoque               to false.
           initialize reg-vlot.
           move s22-nr-lote                 to vlot-nr-lote.
           start vbm-vlot key is equal to vlot-nr-lote.
           if not valid-vbm-vlot
              set ws-fim-estoque            to true
           end-if.
           perform with test before until ws-fim-estoque
              read vbm-vlot next with no lock
              if not valid-vbm-vlot
                 or vlot-nr-lote not equal s22-nr-lote
                 set ws-fim-estoque         to true
              else
                 if vlot-cd-especie equal s22-cd-especie
                    and vlot-cd-vacina equal s22-cd-vacina
                    perform imprimir-recall-lote
                 end-if
              end-if
           end-perform.
           write reg-rrcl                   from ws-rec-branco.
           move "pets que receberam.....: " to ws-rec-total.
           move ws-rec-qtd-pets             to wsr-total.
           write reg-rrcl                   from ws-rec-total.
           close vbm-rrcl.
           move ws-rec-qtd-pets             to ws-estq-qtd-ed.
           display message box
              "Recall gerado em vbm-rrcl: " ws-estq-qtd-ed
              " aplicacao(oes) do lote".
      *
       imprimir-recall-lote.
           add 1                            to ws-rec-qtd-pets.
           move vlot-cd-tutor               to wsr-cd-tutor.
           move spaces                      to wsr-contato-tutor.
           initialize reg-tuto.
           move vlot-cd-tutor               to tuto-cd-tutor.
           read vbm-tuto with no lock.
           if valid-vbm-tuto
              move tuto-nm-tutor            to wsr-nm-tutor
              string
                 "("  tuto-ddd-tutor        delimited by size
                 ") " tuto-fone-tutor(1:5)  delimited by size
                 "-"  tuto-fone-tutor(6:4)  delimited by size
                 into wsr-contato-tutor
              end-string
           else
              move spaces                   to wsr-nm-tutor
           end-if.
           move vlot-cd-pet                 to wsr-cd-pet.
           initialize reg-pet.
           move vlot-cd-tutor               to pet-cd-tutor.
           move vlot-cd-pet                 to pet-cd-pet.
           read vbm-pet with no lock.
           if valid-vbm-pet
              move pet-nm-pet               to wsr-nm-pet
           else
              move spaces                   to wsr-nm-pet
           end-if.
           move vlot-nr-dose                to wsr-nr-dose.
           string
              vlot-dt-aplicacao(7:2)        delimited by size
              "/"
              vlot-dt-aplicacao(5:2)        delimited by size
              "/"
              vlot-dt-aplicacao(1:4)        delimited by size
              into wsr-dt-aplicacao
           end-string.
           write reg-rrcl                   from ws-rec-detalhe.
