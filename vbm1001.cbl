       identification                       division.
       program-id.                          vbm-1001.
       author.                              stanicki.
       date-written.                        mar-2026.
      ******************************************************************
      *                      cadastro de tutores                       *
      ******************************************************************
       environment                          division.
       special-names.
           decimal-point is comma.
       input-output                         section.
       file-control.
           copy "vbm-tuto.sl".
           copy "vbm-pet.sl".
           copy "vbm-cep.sl".
           copy "vbm-ttau.sl".
           copy "vbm-rtut.sl".
           copy "vbm-vacc.sl".
           copy "vbm-agnd.sl".
           copy "vbm-espe.sl".
           copy "vbm-raca.sl".
           copy "vbm-pron.sl".
           copy "vbm-rpro.sl".
           copy "vbm-pvac.sl".
           copy "vbm-estq.sl".
           copy "vbm-vlot.sl".
           copy "vbm-espr.sl".
           copy "vbm-rcag.sl".
       data                                 division.
       file                                 section.
           copy "vbm-tuto.fd".
           copy "vbm-pet.fd".
           copy "vbm-cep.fd".
           copy "vbm-ttau.fd".
           copy "vbm-rtut.fd".
           copy "vbm-vacc.fd".
           copy "vbm-agnd.fd".
           copy "vbm-espe.fd".
           copy "vbm-raca.fd".
           copy "vbm-pron.fd".
           copy "vbm-rpro.fd".
           copy "vbm-pvac.fd".
           copy "vbm-estq.fd".
           copy "vbm-vlot.fd".
           copy "vbm-espr.fd".
           copy "vbm-rcag.fd".
      ******************************************************************
      *                        working storage                         *
      ******************************************************************
       working-storage                      section.
       copy "ACUGUI.DEF".
       COPY "ACUCOBOL.DEF".
       COPY "crtvars.def".
      *
       01 screen-t01.
          03 s01-cd-tutor                   pic 9(07).
          03 s01-rn-tutor                   pic x(18).
          03 s01-nm-tutor                   pic x(30).
          03 s01-contato-tutor              pic x(17).
          03 s01-tp-pessoa-tutor            pic 9(01).
             88 s01-fisica-tutor            value 1.
             88 s01-juridica-tutor          value 2.
          03 s01-qtd-pets-tutor             pic 9(02).
          03 s01-uf-tutor                   pic x(02).
          03 s01-cep-tutor                  pic x(09).
          03 s01-cidade-tutor               pic x(30).
          03 s01-bairro-tutor               pic x(30).
          03 s01-rua-tutor                  pic x(30).
          03 s01-numero-tutor               pic 9(12).
          03 s01-status                     pic x(50).
          03 s01-busca-tutor                pic x(30).
          03 s01-incl-excluidos             pic 9(01).
             88 s01-mostrar-excluidos       value 1.
          03 s01-fl-contato                 pic 9(01).
             88 s01-aceita-contato          value 1.
          03 w-id-field                     pic s9(06).
      *
       01 screen-t02.
          03 s02-cd-tutor                   pic 9(07).
          03 s02-nm-tutor                   pic x(30).
          03 s02-cd-pet                     pic 9(03).
          03 s02-nm-pet                     pic x(20).
          03 s02-cd-especie-pet             pic 9(03).
          03 s02-especie-pet                pic x(15).
          03 s02-cd-raca-pet                pic 9(03).
          03 s02-raca-pet                   pic x(20).
          03 s02-dt-nasc-pet                pic 9(08).
          03 s02-situacao-pet               pic x(01).
             88 s02-obito-pet               value "O".
          03 s02-dt-obito-pet               pic 9(08).
          03 s02-situacao-desc              pic x(24).
          03 s02-cd-tutor-destino           pic 9(07).
          03 s02-status                     pic x(50).
      *
       01 screen-t15.
          03 s15-cd-tutor                   pic 9(07).
          03 s15-nm-tutor                   pic x(30).
          03 s15-cd-pet                     pic 9(03).
          03 s15-nm-pet                     pic x(20).
          03 s15-sq-pron                    pic 9(03).
          03 s15-dt-atendimento             pic 9(08).
          03 s15-peso-pet                   pic 9(03)v9.
          03 s15-anamnese                   pic x(60).
          03 s15-diagnostico                pic x(60).
          03 s15-prescricao                 pic x(60).
          03 s15-status                     pic x(50).
      *
       01 screen-t03.
          03 s03-cd-tutor                   pic 9(07).
          03 s03-nm-tutor                   pic x(30).
          03 s03-cd-pet                     pic 9(03).
          03 s03-nm-pet                     pic x(20).
          03 s03-sq-vacc                    pic 9(03).
          03 s03-cd-vacina                  pic 9(03).
          03 s03-nm-vacina                  pic x(20).
          03 s03-nr-dose                    pic 9(02).
          03 s03-dt-aplicacao               pic 9(08).
          03 s03-dt-proxima                 pic 9(08).
          03 s03-nm-veterinario             pic x(30).
          03 s03-nr-lote                    pic x(15).
          03 s03-lote-desc                  pic x(50).
          03 s03-status                     pic x(50).
      *
       77 keystatus                         pic 9(04)
                                            special-names crt status.
          88 f2-key                         value 0002.
          88 esc-key                        value 0027.
          88 novo-key                       value 1001.
          88 editar-key                     value 1002.
          88 excluir-key                    value 1003.
          88 primeiro-key                   value 1011.
          88 anterior-key                   value 1012.
          88 proximo-key                    value 1013.
          88 ultimo-key                     value 1014.
          88 salvar-key                     value 1015.
          88 cancelar-key                   value 1016.
          88 pets-key                       value 1017.
          88 buscar-key                     value 1018.
          88 relatorio-key                  value 1019.
          88 incl-excluidos-key             value 1020.
          88 novo-pet-key                   value 2001.
          88 editar-pet-key                 value 2002.
          88 excluir-pet-key                value 2003.
          88 agenda-pet-key                 value 2004.
          88 vacinas-pet-key                value 2005.
          88 prontuario-pet-key             value 2006.
          88 obito-pet-key                  value 2007.
          88 transferir-pet-key             value 2008.
          88 novo-pron-key                  value 3501.
          88 editar-pron-key                value 3502.
          88 excluir-pron-key               value 3503.
          88 primeiro-pron-key              value 3511.
          88 anterior-pron-key              value 3512.
          88 proximo-pron-key               value 3513.
          88 ultimo-pron-key                value 3514.
          88 salvar-pron-key                value 3515.
          88 cancelar-pron-key              value 3516.
          88 historico-pron-key             value 3519.
          88 fechar-pron-key                value 3527.
          88 novo-vacc-key                  value 3001.
          88 editar-vacc-key                value 3002.
          88 excluir-vacc-key               value 3003.
          88 primeiro-vacc-key              value 3011.
          88 anterior-vacc-key              value 3012.
          88 proximo-vacc-key               value 3013.
          88 ultimo-vacc-key                value 3014.
          88 salvar-vacc-key                value 3015.
          88 cancelar-vacc-key              value 3016.
          88 fechar-vacc-key                value 3027.
          88 primeiro-pet-key               value 2011.
          88 anterior-pet-key               value 2012.
          88 proximo-pet-key                value 2013.
          88 ultimo-pet-key                 value 2014.
          88 salvar-pet-key                 value 2015.
          88 cancelar-pet-key               value 2016.
          88 fechar-pet-key                 value 2027.
      *
       77 fs-vbm-tuto pic xx.
          88 valid-vbm-tuto                 value "00" thru "09".
          88 tuto-bloqueado                 value "91".
      *
       77 fs-vbm-pet pic xx.
          88 valid-vbm-pet                  value "00" thru "09".
      *
       77 fs-vbm-cep pic xx.
          88 valid-vbm-cep                  value "00" thru "09".
      *
       77 fs-vbm-ttau pic xx.
          88 valid-vbm-ttau                 value "00" thru "09".
      *
       77 fs-vbm-rtut pic xx.
          88 valid-vbm-rtut                 value "00" thru "09".
      *
       77 fs-vbm-vacc pic xx.
          88 valid-vbm-vacc                 value "00" thru "09".
          88 inexistente-vbm-vacc           value "35".
      *
       77 fs-vbm-agnd pic xx.
          88 valid-vbm-agnd                 value "00" thru "09".
          88 inexistente-vbm-agnd           value "35".
      *
       77 fs-vbm-espe pic xx.
          88 valid-vbm-espe                 value "00" thru "09".
          88 inexistente-vbm-espe           value "35".
      *
       77 fs-vbm-raca pic xx.
          88 valid-vbm-raca                 value "00" thru "09".
          88 inexistente-vbm-raca           value "35".
      *
       77 fs-vbm-pron pic xx.
          88 valid-vbm-pron                 value "00" thru "09".
          88 inexistente-vbm-pron           value "35".
      *
       77 fs-vbm-rpro pic xx.
          88 valid-vbm-rpro                 value "00" thru "09".
      *
       77 fs-vbm-pvac pic xx.
          88 valid-vbm-pvac                 value "00" thru "09".
          88 inexistente-vbm-pvac           value "35".
      *
       77 fs-vbm-estq pic xx.
          88 valid-vbm-estq                 value "00" thru "09".
          88 inexistente-vbm-estq           value "35".
      *
       77 fs-vbm-vlot pic xx.
          88 valid-vbm-vlot                 value "00" thru "09".
          88 inexistente-vbm-vlot           value "35".
      *
       77 fs-vbm-espr pic xx.
          88 valid-vbm-espr                 value "00" thru "09".
          88 inexistente-vbm-espr           value "35".
      *
       77 fs-vbm-rcag pic xx.
          88 valid-vbm-rcag                 value "00" thru "09".
          88 inexistente-vbm-rcag           value "35".
      *
       01 wss-controle                      pic 9(01).
          88 wss-inclusao                   value 1.
          88 wss-alteracao                  value 2.
          88 wss-pesquisa                   value 3.
      *
       01 wss-controle-pet                  pic 9(01).
          88 wss-pet-inclusao               value 1.
          88 wss-pet-alteracao              value 2.
          88 wss-pet-pesquisa               value 3.
          88 wss-pet-obito                  value 4.
          88 wss-pet-transferencia          value 5.
      *
       01 wss-controle-vacc                 pic 9(01).
          88 wss-vacc-inclusao              value 1.
          88 wss-vacc-alteracao             value 2.
          88 wss-vacc-pesquisa              value 3.
      *
       01 wss-controle-pron                 pic 9(01).
          88 wss-pron-inclusao              value 1.
          88 wss-pron-alteracao             value 2.
          88 wss-pron-pesquisa              value 3.
      *
       01 ws-qtd-pets-contados              pic 9(02) comp.
       01 ws-cd-especie-ant                 pic 9(03).
       01 ws-fl-fim-filhos                  pic 9(01).
          88 ws-fim-filhos                  value 1 false 0.
      *
       copy "vbm-lkag.cpy".
       copy "vbm-lktr.cpy".
      *
       01 ws-nm-tutor-destino               pic x(30).
       01 ws-cd-pet-destino-ed              pic zz9.
       01 ws-qtd-desmarcados                pic 9(03) comp.
       01 ws-qtd-desmarcados-ed             pic zz9.
       01 ws-qtd-canceladas                 pic 9(03) comp.
       01 ws-qtd-canceladas-ed              pic zz9.
      *
       01 s01-fl-campos-validos             pic 9(01).
          88 s01-campos-validos             value 1 false 0.
      *
       01 s01-fl-validar-todos-campos       pic 9(01).
          88 s01-validar-todos-campos       value 1 false 0.
      *
       01 s01-fl-documento-valido           pic 9(01).
          88 s01-documento-valido           value 1 false 0.
      *
      ******************************************************************
      *          tabelas de pesos para digito verificador               *
      *          do cpf (pessoa fisica) e do cnpj (pessoa juridica)      *
      ******************************************************************
       01 tb-pesos-cnpj-dv1.
          03 pic 9(01) value 5.
          03 pic 9(01) value 4.
          03 pic 9(01) value 3.
          03 pic 9(01) value 2.
          03 pic 9(01) value 9.
          03 pic 9(01) value 8.
          03 pic 9(01) value 7.
          03 pic 9(01) value 6.
          03 pic 9(01) value 5.
          03 pic 9(01) value 4.
          03 pic 9(01) value 3.
          03 pic 9(01) value 2.
       01 tb-pesos-cnpj-dv1-r redefines tb-pesos-cnpj-dv1.
          03 ws-peso-cnpj-dv1               pic 9(01) occurs 12 times.
      *
       01 tb-pesos-cnpj-dv2.
          03 pic 9(01) value 6.
          03 pic 9(01) value 5.
          03 pic 9(01) value 4.
          03 pic 9(01) value 3.
          03 pic 9(01) value 2.
          03 pic 9(01) value 9.
          03 pic 9(01) value 8.
          03 pic 9(01) value 7.
          03 pic 9(01) value 6.
          03 pic 9(01) value 5.
          03 pic 9(01) value 4.
          03 pic 9(01) value 3.
          03 pic 9(01) value 2.
       01 tb-pesos-cnpj-dv2-r redefines tb-pesos-cnpj-dv2.
          03 ws-peso-cnpj-dv2               pic 9(01) occurs 13 times.
      *
       01 ws-doc-digitos.
          03 ws-doc-digito                  pic 9(01) occurs 14 times.
       01 ws-doc-qtd                        pic 9(02) comp.
       01 ws-doc-pos                        pic 9(02) comp.
       01 ws-doc-soma                       pic 9(04) comp.
       01 ws-doc-resto                      pic 9(02) comp.
       01 ws-doc-dv1                        pic 9(01).
       01 ws-doc-dv2                        pic 9(01).
       01 ws-doc-repetido                   pic 9(01).
          88 ws-doc-todos-iguais            value 1 false 0.
       01 ws-doc-numero                     pic 9(14).
      *
       01 ws-busca-doc                      pic 9(14).
       01 ws-busca-qtd                      pic 9(02) comp.
       01 ws-busca-pos                      pic 9(02) comp.
       01 ws-busca-digito                   pic 9(01).
       01 ws-busca-tam                      pic 9(02) comp.
      *
       01 ws-cep-numero                     pic 9(08).
       01 ws-cep-qtd                        pic 9(02) comp.
       01 ws-cep-pos                        pic 9(02) comp.
       01 ws-cep-digito                     pic 9(01).
      *
       77 ws-janela                         usage handle of window.
      *
       01 ws-operador                       pic x(08).
       01 ws-aud-data                       pic 9(08).
       01 ws-aud-hora-raw                   pic 9(08).
       01 ws-aud-hora                       pic 9(06).
       01 ws-aud-tipo-acao                  pic x(01).
          88 ws-aud-acao-alteracao          value "A".
          88 ws-aud-acao-exclusao           value "E".
      *
       01 ws-rel-titulo                     pic x(132).
       01 ws-rel-branco                     pic x(132) value spaces.
       01 ws-rel-cabecalho.
          03 filler                         pic x(07) value "codigo ".
          03 filler                         pic x(31) value "nome ".
          03 filler                         pic x(16)
             value "documento ".
          03 filler                         pic x(16) value "telefone ".
          03 filler                         pic x(52) value "endereco ".
          03 filler                         pic x(04) value "pets".
       01 ws-rel-detalhe.
          03 wsr-cd-tutor                   pic z(06)9.
          03 filler                         pic x(01) value space.
          03 wsr-nm-tutor                   pic x(30).
          03 filler                         pic x(01) value space.
          03 wsr-rn-tutor                   pic x(15).
          03 filler                         pic x(01) value space.
          03 wsr-contato-tutor              pic x(15).
          03 filler                         pic x(01) value space.
          03 wsr-endereco                   pic x(51).
          03 filler                         pic x(01) value space.
          03 wsr-qtd-pets                   pic z9.
       01 ws-pro-cab-tutor.
          03 filler                         pic x(07) value "tutor: ".
          03 wsp-cd-tutor                   pic z(06)9.
          03 filler                         pic x(03) value " - ".
          03 wsp-nm-tutor                   pic x(30).
       01 ws-pro-cab-pet.
          03 filler                         pic x(07) value "pet..: ".
          03 wsp-cd-pet                     pic zz9.
          03 filler                         pic x(03) value " - ".
          03 wsp-nm-pet                     pic x(20).
       01 ws-pro-linha-data.
          03 filler                         pic x(06) value "data: ".
          03 wsp-dt-atendimento             pic x(10).
          03 filler                         pic x(09)
             value "   peso: ".
          03 wsp-peso-pet                   pic zz9,9.
          03 filler                         pic x(03) value " kg".
       01 ws-pro-linha-anam.
          03 filler                         pic x(15)
             value "anamnese.....: ".
          03 wsp-anamnese                   pic x(60).
       01 ws-pro-linha-diag.
          03 filler                         pic x(15)
             value "diagnostico..: ".
          03 wsp-diagnostico                pic x(60).
       01 ws-pro-linha-presc.
          03 filler                         pic x(15)
             value "prescricao...: ".
          03 wsp-prescricao                 pic x(60).
       01 ws-pro-linha-total.
          03 filler                         pic x(25)
             value "atendimentos clinicos..: ".
          03 wsp-qtd-pron                   pic z(02)9.
       01 ws-qtd-pron                       pic 9(03) comp.
      *
      ******************************************************************
      *    calculo da proxima dose da vacina a partir do protocolo     *
      *    da especie (intervalo entre doses e reforco anual)          *
      ******************************************************************
       01 ws-soma-data                      pic 9(08).
       01 ws-soma-data-r redefines ws-soma-data.
          03 ws-soma-ano                    pic 9(04).
          03 ws-soma-mes                    pic 9(02).
          03 ws-soma-dia                    pic 9(02).
       01 ws-soma-dias                      pic 9(03) comp.
       01 ws-soma-dd                        pic 9(04) comp.
       01 ws-soma-resto                     pic 9(04) comp.
       01 ws-soma-limite                    pic 9(02) comp.
       01 ws-fl-dtap-valida                 pic 9(01).
          88 ws-dtap-valida                 value 1 false 0.
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
      ******************************************************************
      *    lote de estoque da vacina aplicada na carteira              *
      ******************************************************************
       01 ws-fl-dose-baixada                pic 9(01).
          88 ws-dose-baixada                value 1 false 0.
       01 ws-lote-validade-ed               pic x(10).
       01 ws-lote-saldo-ed                  pic zzzz9.
      *
       01 ws-rel-numero-ed                  pic z(11)9.
       01 ws-rel-tam-rua                    pic 9(02) comp.
       01 ws-rel-tam-bairro                 pic 9(02) comp.
       01 ws-rel-tam-cidade                 pic 9(02) comp.
       01 ws-rel-pos-numero                 pic 9(02) comp.
       01 ws-rel-tam-numero                 pic 9(02) comp.
      *
      ******************************************************************
      *                         screen section                         *
      ******************************************************************
       screen                               section.
       copy "tutores-tela-tuto.scr".
       copy "tutores-tela-pet.scr".
       copy "tutores-tela-vacc.scr".
       copy "tutores-tela-pron.scr".
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
           open i-o vbm-tuto.
           if not valid-vbm-tuto
              display message box "erro ao abrir o arquivo vbm-tuto!"
                                  "status: " fs-vbm-tuto
              exit paragraph
           end-if.
           open i-o vbm-pet.
           if not valid-vbm-pet
              display message box "erro ao abrir o arquivo vbm-pet!"
                                  "status: " fs-vbm-pet
              exit paragraph
           end-if.
           open input vbm-cep.
           if not valid-vbm-cep
              display message box "erro ao abrir o arquivo vbm-cep!"
                                  "status: " fs-vbm-cep
              exit paragraph
           end-if.
           open i-o vbm-vacc.
           if inexistente-vbm-vacc
              open output vbm-vacc
              close vbm-vacc
              open i-o vbm-vacc
           end-if.
           if not valid-vbm-vacc
              display message box "erro ao abrir o arquivo vbm-vacc!"
                                  "status: " fs-vbm-vacc
              exit paragraph
           end-if.
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
           open input vbm-espe.
           if inexistente-vbm-espe
              open output vbm-espe
              close vbm-espe
              open input vbm-espe
           end-if.
           if not valid-vbm-espe
              display message box "erro ao abrir o arquivo vbm-espe!"
                                  "status: " fs-vbm-espe
              exit paragraph
           end-if.
           open input vbm-raca.
           if inexistente-vbm-raca
              open output vbm-raca
              close vbm-raca
              open input vbm-raca
           end-if.
           if not valid-vbm-raca
              display message box "erro ao abrir o arquivo vbm-raca!"
                                  "status: " fs-vbm-raca
              exit paragraph
           end-if.
           open input vbm-pvac.
           if inexistente-vbm-pvac
              open output vbm-pvac
              close vbm-pvac
              open input vbm-pvac
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
           open i-o vbm-vlot.
           if inexistente-vbm-vlot
              open output vbm-vlot
              close vbm-vlot
              open i-o vbm-vlot
           end-if.
           if not valid-vbm-vlot
              display message box "erro ao abrir o arquivo vbm-vlot!"
                                  "status: " fs-vbm-vlot
              exit paragraph
           end-if.
           open i-o vbm-pron.
           if inexistente-vbm-pron
              open output vbm-pron
              close vbm-pron
              open i-o vbm-pron
           end-if.
           if not valid-vbm-pron
              display message box "erro ao abrir o arquivo vbm-pron!"
                                  "status: " fs-vbm-pron
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
           open extend vbm-ttau.
           if not valid-vbm-ttau
              open output vbm-ttau
           end-if.
           if not valid-vbm-ttau
              display message box "erro ao abrir o arquivo vbm-ttau!"
                                  "status: " fs-vbm-ttau
              exit paragraph
           end-if.
      *
       inicio-programa.

           move lkop-cd-operador            to ws-operador.
           if ws-operador equal spaces
              accept ws-operador            from environment "USERNAME"
           end-if.
           if ws-operador equal spaces
              accept ws-operador            from environment "USER"
           end-if.
           set wss-pesquisa to true.
           display standard graphical window
              lines 30
              size 102
              title "VBM v0.0.1. Cadastro de Tutores"
              handle in ws-janela.
           display tela-menu.
           if not lkop-supervisor
              modify t01-pb-excluir         enabled false
           end-if.
           set s01-fisica-tutor to true.
           modify t01-rb-tp-fisica-tutor   value s01-tp-pessoa-tutor.
           modify t01-rb-tp-juridica-tutor value s01-tp-pessoa-tutor.
           perform desabilitar-componentes.
           perform desabilitar-salvar-cancelar.
           perform with test after until esc-key
              accept tela-menu on exception
                 perform controle-componentes
              end-accept
           end-perform.
      *
       fechar-arquivos.
           close vbm-tuto.
           close vbm-pet.
           close vbm-cep.
           close vbm-vacc.
           close vbm-agnd.
           close vbm-espe.
           close vbm-raca.
           close vbm-pvac.
           close vbm-estq.
           close vbm-vlot.
           close vbm-pron.
           close vbm-espr.
           close vbm-rcag.
           close vbm-ttau.
           close window ws-janela.
           goback.
      *
      ******************************************************************
      *    trilha de auditoria - grava a imagem anterior do tutor       *
      *    antes de uma alteracao ou exclusao                           *
      ******************************************************************
       gravar-auditoria-tutor.
           accept ws-aud-data                from date yyyymmdd.
           accept ws-aud-hora-raw             from time.
           divide ws-aud-hora-raw by 100 giving ws-aud-hora.
           initialize reg-ttau.
           compute ttau-dt-hora = ws-aud-data * 1000000 + ws-aud-hora.
           move ws-operador                  to ttau-operador.
           move ws-aud-tipo-acao              to ttau-tipo-acao.
           move tuto-fl-contato               to ttau-fl-contato.
           move tuto-cd-tutor                 to ttau-cd-tutor.
           move tuto-rn-tutor                 to ttau-rn-tutor.
           move tuto-tp-pessoa-tutor          to ttau-tp-pessoa-tutor.
           move tuto-nm-tutor                 to ttau-nm-tutor.
           move tuto-contato-tutor            to ttau-contato-tutor.
           move tuto-qtd-pets-tutor           to ttau-qtd-pets-tutor.
           move tuto-uf-tutor                 to ttau-uf-tutor.
           move tuto-cep-tutor                to ttau-cep-tutor.
           move tuto-cidade-tutor             to ttau-cidade-tutor.
           move tuto-bairro-tutor             to ttau-bairro-tutor.
           move tuto-rua-tutor                to ttau-rua-tutor.
           move tuto-numero-tutor             to ttau-numero-tutor.
           move tuto-situacao                 to ttau-situacao.
           write reg-ttau.
      *
       controle-componentes.
           evaluate true
              when f2-key
                 perform f2-link-to
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
              when pets-key
                 perform pets-link-to
              when buscar-key
                 perform buscar-link-to
              when relatorio-key
                 perform relatorio-link-to
              when incl-excluidos-key
                 perform incl-excluidos-link-to
           end-evaluate.
      *
       modificar-componentes.
           modify t01-ef-cd-tutor          value s01-cd-tutor.
           modify t01-ef-rn-tutor          value s01-rn-tutor.
           modify t01-ef-nm-tutor          value s01-nm-tutor.
           modify t01-ef-contato-tutor     value s01-contato-tutor.
           modify t01-cb-aceita-contato    value s01-fl-contato.
           modify t01-ef-qtd-pets-tutor    value s01-qtd-pets-tutor.
           modify t01-ef-uf-tutor          value s01-uf-tutor.
           modify t01-ef-cep-tutor         value s01-cep-tutor.
           modify t01-ef-cidade-tutor      value s01-cidade-tutor.
           modify t01-ef-bairro-tutor      value s01-bairro-tutor.
           modify t01-ef-rua-tutor         value s01-rua-tutor.
           modify t01-ef-numero-tutor      value s01-numero-tutor.
           if s01-tp-pessoa-tutor = 0
              set s01-fisica-tutor to true
           end-if.
           modify t01-rb-tp-fisica-tutor   value s01-tp-pessoa-tutor.
           modify t01-rb-tp-juridica-tutor value s01-tp-pessoa-tutor.
      *
       habilitar-componentes.
           modify t01-ef-rn-tutor           enabled true.
           modify t01-ef-nm-tutor           enabled true.
           modify t01-ef-contato-tutor      enabled true.
           modify t01-cb-aceita-contato     enabled true.
           modify t01-ef-uf-tutor           enabled true.
           modify t01-ef-cep-tutor          enabled true.
           modify t01-ef-cidade-tutor       enabled true.
           modify t01-ef-bairro-tutor       enabled true.
           modify t01-ef-rua-tutor          enabled true.
           modify t01-ef-numero-tutor       enabled true.
           modify t01-rb-tp-fisica-tutor    enabled true.
           modify t01-rb-tp-juridica-tutor  enabled true.
      *
       desabilitar-componentes.
           modify t01-ef-rn-tutor           enabled false.
           modify t01-ef-nm-tutor           enabled false.
           modify t01-ef-contato-tutor      enabled false.
           modify t01-cb-aceita-contato     enabled false.
           modify t01-ef-qtd-pets-tutor     enabled false.
           modify t01-ef-uf-tutor           enabled false.
           modify t01-ef-cep-tutor          enabled false.
           modify t01-ef-cidade-tutor       enabled false.
           modify t01-ef-bairro-tutor       enabled false.
           modify t01-ef-rua-tutor          enabled false.
           modify t01-ef-numero-tutor       enabled false.
           modify t01-rb-tp-fisica-tutor    enabled false.
           modify t01-rb-tp-juridica-tutor  enabled false.
      *
       habilitar-salvar-cancelar.
           modify t01-pb-salvar             enabled true.
           modify t01-pb-cancelar           enabled true.
      *
       desabilitar-salvar-cancelar.
           modify t01-pb-salvar             enabled false.
           modify t01-pb-cancelar           enabled false.
      *
       habilitar-navegacao.
           modify t01-pb-novo               enabled true.
           modify t01-pb-editar             enabled true.
           if lkop-supervisor
              modify t01-pb-excluir         enabled true
           else
              modify t01-pb-excluir         enabled false
           end-if.
           modify t01-pb-primeiro           enabled true.
           modify t01-pb-proximo            enabled true.
           modify t01-pb-anterior           enabled true.
           modify t01-pb-ultimo             enabled true.
           modify t01-pb-pets               enabled true.
           modify t01-pb-buscar             enabled true.
           modify t01-pb-relatorio          enabled true.
           modify t01-ef-busca-tutor        enabled true.
           modify t01-cb-incl-excluidos     enabled true.
      *
       desabilitar-navegacao.
           modify t01-pb-novo               enabled false.
           modify t01-pb-editar             enabled false.
           modify t01-pb-excluir            enabled false.
           modify t01-pb-primeiro           enabled false.
           modify t01-pb-proximo            enabled false.
           modify t01-pb-anterior           enabled false.
           modify t01-pb-ultimo             enabled false.
           modify t01-pb-pets               enabled false.
           modify t01-pb-buscar             enabled false.
           modify t01-pb-relatorio          enabled false.
           modify t01-ef-busca-tutor        enabled false.
           modify t01-cb-incl-excluidos     enabled false.
      *
       mover-tela-para-registro.
           initialize reg-tuto.
           move s01-cd-tutor                to tuto-cd-tutor.
      *
           perform extrair-digitos-documento.
           move ws-doc-numero               to tuto-rn-tutor.
      *
           if s01-fisica-tutor
              set tuto-fisica-tutor to true
           end-if.
           if s01-juridica-tutor
              set tuto-juridica-tutor to true
           end-if.
      *
           move s01-nm-tutor                to tuto-nm-tutor.
      *
           string
              s01-contato-tutor(2:3)        delimited by size
              s01-contato-tutor(7:5)        delimited by size
              s01-contato-tutor(13:4)       delimited by size
              into tuto-contato-tutor
           end-string.
      *
           if s01-aceita-contato
              set tuto-aceita-contato       to true
           else
              set tuto-recusa-contato       to true
           end-if.
      *
           move s01-qtd-pets-tutor          to tuto-qtd-pets-tutor.
           move s01-uf-tutor                to tuto-uf-tutor.
           move s01-cidade-tutor            to tuto-cidade-tutor.
           move s01-bairro-tutor            to tuto-bairro-tutor.
           move s01-rua-tutor               to tuto-rua-tutor.
           move s01-numero-tutor            to tuto-numero-tutor.
      *
           string
              s01-cep-tutor(1:5)            delimited by size
              s01-cep-tutor(7:3)            delimited by size
              into tuto-cep-tutor
           end-string.
      *
           if tuto-situacao equal spaces
              set tuto-ativo                to true
           end-if.
      *
       mover-registro-para-tela.
           initialize screen-t01.
           move tuto-cd-tutor               to s01-cd-tutor.
      *
           if tuto-fisica-tutor
              string
                   tuto-rn-tutor(4:3)       delimited by size
                   "."
                   tuto-rn-tutor(7:3)       delimited by size
                   "."
                   tuto-rn-tutor(10:3)      delimited by size
                   "-"
                   tuto-rn-tutor(13:2)      delimited by size
                into s01-rn-tutor
             end-string
           end-if.
           if tuto-juridica-tutor
              string
                    tuto-rn-tutor(1:2)      delimited by size
                    "."
                    tuto-rn-tutor(3:3)      delimited by size
                    "."
                    tuto-rn-tutor(6:3)      delimited by size
                    "/"
                    tuto-rn-tutor(9:4)      delimited by size
                    "-"
                    tuto-rn-tutor(13:2)     delimited by size
                 into s01-rn-tutor
              end-string
           end-if.
      *
           if tuto-fisica-tutor
              set s01-fisica-tutor to true
           end-if.
           if tuto-juridica-tutor
              set s01-juridica-tutor to true
           end-if.
      *
           move tuto-nm-tutor               to s01-nm-tutor.
           string
                "("  tuto-ddd-tutor         delimited by size
                ") " tuto-fone-tutor(1:5)   delimited by size
                "-"  tuto-fone-tutor(6:4)   delimited by size
                  into s01-contato-tutor
              end-string.
      *
           if tuto-recusa-contato
              move 0                        to s01-fl-contato
           else
              move 1                        to s01-fl-contato
           end-if.
      *
           move tuto-qtd-pets-tutor         to s01-qtd-pets-tutor.
           move tuto-uf-tutor               to s01-uf-tutor.
      *
              string
                    tuto-cep-tutor(1:5)     delimited by size
                    "-"
                    tuto-cep-tutor(6:3)     delimited by size
                 into s01-cep-tutor
              end-string.
      *
           move tuto-cidade-tutor           to s01-cidade-tutor.
           move tuto-bairro-tutor           to s01-bairro-tutor.
           move tuto-rua-tutor              to s01-rua-tutor.
           move tuto-numero-tutor           to s01-numero-tutor.
      *
       navegar-registros.
           initialize screen-t01.
           perform mover-registro-para-tela.
           perform modificar-componentes.
      *
       pular-excluidos-anterior.
           perform with test before
                    until not valid-vbm-tuto
                       or not tuto-excluido
                       or s01-mostrar-excluidos
              read vbm-tuto previous with no lock
           end-perform.
      *
       pular-excluidos-proximo.
           perform with test before
                    until not valid-vbm-tuto
                       or not tuto-excluido
                       or s01-mostrar-excluidos
              read vbm-tuto next with no lock
           end-perform.
      *
       carregar-sequencia.
           initialize reg-tuto.
           move high-value                  to tuto-cd-tutor.
           start vbm-tuto key < tuto-chave-tutor.
           read vbm-tuto previous with no lock.
           if valid-vbm-tuto
              add 1 to tuto-cd-tutor        giving s01-cd-tutor
           else
              move 1 to s01-cd-tutor
           end-if.
      *
       carregar-barra-info.
           initialize s01-status
      *
           inquire t01-ef-cd-tutor id in w-id-field.
           if w-id-field equal control-id
              move "Informe o codigo do tutor"
              to s01-status
           end-if.
      *
           inquire t01-ef-nm-tutor id in w-id-field.
           if w-id-field equal control-id
              move "Informe o nome do tutor"
              to s01-status
           end-if.
      *
           inquire t01-ef-rn-tutor id in w-id-field.
           if w-id-field equal control-id
              move "Preencha com o CPF / CPNJ do tutor"
              to s01-status
           end-if.
      *
           inquire t01-ef-contato-tutor id in w-id-field.
           if w-id-field equal control-id
              move "Informe o telefone do tutor"
              to s01-status
           end-if.
      *
           inquire t01-ef-qtd-pets-tutor id in w-id-field.
           if w-id-field equal control-id
              move "Informe a quantidade de pets"
              to s01-status
           end-if.
      *
           inquire t01-ef-qtd-pets-tutor id in w-id-field.
           if w-id-field equal control-id
              move "Informe a quantidade de pets"
              to s01-status
           end-if.
      *
           inquire t01-ef-cidade-tutor id in w-id-field.
           if w-id-field equal control-id
              move "Informe a cidade do tutor"
              to s01-status
           end-if.
      *
           inquire t01-ef-cep-tutor id in w-id-field.
           if w-id-field equal control-id
              move "Informe o CEP do tutor"
              to s01-status
           end-if.
      *
           inquire t01-ef-uf-tutor id in w-id-field.
           if w-id-field equal control-id
              move "Informe a UF do tutor"
              to s01-status
           end-if.
      *
           inquire t01-ef-bairro-tutor id in w-id-field.
           if w-id-field equal control-id
              move "Informe o bairro do tutor"
              to s01-status
           end-if.
      *
           inquire t01-ef-rua-tutor id in w-id-field.
           if w-id-field equal control-id
              move "Informe a rua do tutor"
              to s01-status
           end-if.
      *
           inquire t01-ef-numero-tutor id in w-id-field.
           if w-id-field equal control-id
              move "Informe o numero da propriedade do tutor"
              to s01-status
           end-if.
      *
           modify t01-la-status title s01-status.
      *
       cancelar-link-to.
           if wss-alteracao
              unlock vbm-tuto
           end-if.
           initialize reg-tuto.
           perform modificar-componentes.
           perform desabilitar-salvar-cancelar.
           perform desabilitar-componentes.
           perform habilitar-navegacao.
           modify t01-ef-cd-tutor           enabled true.
           set wss-pesquisa                 to true.
      *
       salvar-link-to.
           inquire t01-cb-aceita-contato    value s01-fl-contato.
           set s01-validar-todos-campos     to true.
           perform validar-campos.
           set s01-validar-todos-campos     to false.
           if not s01-campos-validos
              exit paragraph
           end-if.
           if wss-alteracao
              initialize reg-tuto
              move s01-cd-tutor             to tuto-cd-tutor
              read vbm-tuto with no lock
              set ws-aud-acao-alteracao     to true
              perform gravar-auditoria-tutor
           end-if.
           initialize reg-tuto.
           perform mover-tela-para-registro
           if wss-inclusao
              write reg-tuto
              if not valid-vbm-tuto
                 if fs-vbm-tuto equal       "22"
                    display message box     "Registro ja cadastrado"
                 exit paragraph
              else
                 display message box        "erro ao gravar tutores!"
                                            "status: " fs-vbm-tuto
              end-if
              exit paragraph
           end-if.
           if wss-alteracao
              set wss-inclusao to true
              rewrite reg-tuto
              unlock vbm-tuto
              if not valid-vbm-tuto
                 display message box "erro ao alterar arquivo tutores!"
                                     "status: " fs-vbm-tuto
           end-if.
           perform desabilitar-salvar-cancelar.
           perform desabilitar-componentes
           perform habilitar-navegacao
           modify t01-ef-cd-tutor enabled true.
           set wss-pesquisa to true.
      *
       novo-link-to.
           perform carregar-sequencia.
           initialize screen-t01.
           set s01-aceita-contato           to true.
           perform habilitar-componentes.
           perform modificar-componentes.
           perform desabilitar-navegacao.
           modify t01-pb-novo enabled false.
           modify t01-pb-editar enabled false.
           modify t01-pb-excluir enabled false.
           perform habilitar-salvar-cancelar.
           set wss-inclusao to true.
      *
       editar-link-to.
           initialize reg-tuto.
           move s01-cd-tutor                to tuto-cd-tutor.
           read vbm-tuto with lock.
           if tuto-bloqueado
              display message box
                 "Registro ja esta sendo editado por outro usuario"
              inquire t01-ef-cd-tutor       id in control-id
              move 4                        to accept-control
              exit paragraph
           end-if.
           if not valid-vbm-tuto
              display message box
                 "Registro do tutor nao pode ser encontrado"
                x"0a" "File status:" fs-vbm-tuto
              modify t01-pb-editar          enabled false
              modify t01-pb-excluir         enabled false
              inquire t01-ef-cd-tutor       id in control-id
              move 4                        to accept-control
              exit paragraph
           end-if.
           if tuto-excluido
              unlock vbm-tuto
              display message box
                 "Tutor excluido nao pode ser editado"
              exit paragraph
           end-if.
           modify t01-pb-novo               enabled false.
           modify t01-pb-editar             enabled false.
           modify t01-ef-cd-tutor           enabled false.
           perform desabilitar-navegacao.
           perform habilitar-salvar-cancelar.
           perform habilitar-componentes.
           set wss-alteracao                to true.
           inquire t01-ef-nm-tutor          id in control-id.
           move 4                           to accept-control.
      *
       excluir-link-to.
           if not lkop-supervisor
              display message box
                 "Somente supervisores podem excluir tutores"
              exit paragraph
           end-if.
           initialize reg-tuto.
           move s01-cd-tutor to tuto-cd-tutor.
           read vbm-tuto with lock.
           if tuto-bloqueado
              display message box
                 "Registro ja esta sendo editado por outro usuario"
              exit paragraph
           end-if.
           if not valid-vbm-tuto
              display message box
              "Registro do tutor nao pode ser encontrado"
             x"0a" "File status:" fs-vbm-tuto
              exit paragraph
           end-if.
           if tuto-excluido
              unlock vbm-tuto
              display message box "Tutor ja esta excluido"
              exit paragraph
           end-if.
              display message box
                 "Voce realmente deseja excluir o registro do tutor?"
                 type 2
                 giving return-code.
           if return-code equal mb-yes
              set ws-aud-acao-exclusao        to true
              perform gravar-auditoria-tutor
              set tuto-excluido                to true
              rewrite reg-tuto
              unlock vbm-tuto
              if not valid-vbm-tuto
                 display message box "erro ao excluir o tutor!"
                                     "status: " fs-vbm-tuto
              else
                 display message box "Tutor removido"
              end-if
              initialize screen-t01
              perform modificar-componentes
           else
              unlock vbm-tuto
              display message box
              "Acao interrompida"
           end-if.
      *
       primeiro-link-to.
           initialize reg-tuto.
           perform mover-tela-para-registro.
           move low-value to tuto-cd-tutor.
           start vbm-tuto key > tuto-cd-tutor.
           read vbm-tuto previous with no lock.
           perform pular-excluidos-anterior.
           if valid-vbm-tuto
              perform navegar-registros
           end-if.
           inquire T01-ef-cd-tutor          id in control-id.
           move 4                           to accept-control.

      *
       ultimo-link-to.
           initialize reg-tuto.
           perform mover-tela-para-registro.
           move high-value                  to tuto-cd-tutor.
           start vbm-tuto key < tuto-cd-tutor.
           read vbm-tuto previous with no lock.
           perform pular-excluidos-anterior.
           if valid-vbm-tuto
              perform navegar-registros
           end-if.
           inquire T01-ef-cd-tutor          id in control-id.
           move 4                           to accept-control.

      *
       anterior-link-to.
           initialize reg-tuto.
           perform mover-tela-para-registro.
           start vbm-tuto key < tuto-cd-tutor.
           read vbm-tuto previous with no lock.
           perform pular-excluidos-anterior.
           if not valid-vbm-tuto
              display
                 message box
                 "Voce chegou ao primeiro registro"
           else
              perform navegar-registros
           end-if.
           inquire T01-ef-cd-tutor          id in control-id.
           move 4                           to accept-control.
      *
       proximo-link-to.
           initialize reg-tuto.
           perform mover-tela-para-registro.
           start vbm-tuto key > tuto-cd-tutor
           read vbm-tuto next with no lock.
           perform pular-excluidos-proximo.
           if not valid-vbm-tuto
              display
                 message box
                 "Voce chegou ao ultimo registro"
           else
              perform navegar-registros
           end-if.
           inquire T01-ef-cd-tutor          id in control-id.
           move 4                           to accept-control.
      *
       f2-link-to.
           move s01-cd-tutor to tuto-cd-tutor.
           read vbm-tuto with no lock.
           if valid-vbm-tuto and tuto-excluido
                             and not s01-mostrar-excluidos
              move "23"                      to fs-vbm-tuto
           end-if.
           if not valid-vbm-tuto
              initialize screen-t01
              display
                  message box
                 "vbm-tuto not valid" x"0a"
           else
              perform mover-registro-para-tela
              perform modificar-componentes
           end-if.
      *
       pets-link-to.
           if s01-cd-tutor equal zeros
              display message box
                 "Selecione um tutor antes de abrir os pets!"
              exit paragraph
           end-if.
           initialize screen-t02.
           move s01-cd-tutor                to s02-cd-tutor.
           move s01-nm-tutor                to s02-nm-tutor.
           set wss-pet-pesquisa             to true.
           display tela-pet.
           perform desabilitar-componentes-pet.
           perform desabilitar-salvar-cancelar-pet.
           perform with test after until fechar-pet-key
              accept tela-pet on exception
                 perform controle-componentes-pet
              end-accept
           end-perform.
           perform atualizar-qtd-pets-tutor.
           perform modificar-componentes.
      *
      ******************************************************************
      *    busca de tutores por nome ou por cpf/cnpj                    *
      ******************************************************************
       incl-excluidos-link-to.
           inquire t01-cb-incl-excluidos    value s01-incl-excluidos.
           perform primeiro-link-to.
      *
       buscar-link-to.
           if s01-busca-tutor equal spaces
              display message box
                 "Informe o nome ou o CPF/CNPJ para buscar"
              exit paragraph
           end-if.
           perform calcular-tamanho-busca.
           initialize reg-tuto.
           if s01-busca-tutor(1:1) is numeric
              perform buscar-tutor-por-documento
           else
              perform buscar-tutor-por-nome
           end-if.
      *
       calcular-tamanho-busca.
           move 30                           to ws-busca-tam.
           perform varying ws-busca-tam from 30 by -1
                      until ws-busca-tam = 0
                         or s01-busca-tutor(ws-busca-tam:1)
                            not equal space
           end-perform.
      *
       buscar-tutor-por-documento.
           perform extrair-digitos-busca.
           move ws-busca-doc                to tuto-rn-tutor.
           start vbm-tuto key is equal to tuto-rn-tutor.
           if valid-vbm-tuto
              read vbm-tuto next with no lock
           end-if.
           perform pular-excluidos-proximo.
           if not valid-vbm-tuto or
              tuto-rn-tutor not equal ws-busca-doc
              display message box
                 "Nenhum tutor encontrado com este CPF/CNPJ"
           else
              perform navegar-registros
              inquire t01-ef-cd-tutor        id in control-id
              move 4                         to accept-control
           end-if.
      *
       extrair-digitos-busca.
           move zero                         to ws-busca-doc.
           move zero                         to ws-busca-qtd.
           perform varying ws-busca-pos from 1 by 1
                      until ws-busca-pos > 30
              if s01-busca-tutor(ws-busca-pos:1) is numeric
                 move s01-busca-tutor(ws-busca-pos:1) to ws-busca-digito
                 add 1                       to ws-busca-qtd
                 if ws-busca-qtd <= 14
                    compute ws-busca-doc = ws-busca-doc * 10 +
                       ws-busca-digito
                 end-if
              end-if
           end-perform.
      *
       buscar-tutor-por-nome.
           move s01-busca-tutor             to tuto-nm-tutor.
           start vbm-tuto key is not less than tuto-nm-tutor.
           if valid-vbm-tuto
              read vbm-tuto next with no lock
           end-if.
           perform pular-excluidos-proximo.
           if not valid-vbm-tuto
              display message box
                 "Nenhum tutor encontrado com este nome"
              exit paragraph
           end-if.
           if tuto-nm-tutor(1:ws-busca-tam) not equal
              s01-busca-tutor(1:ws-busca-tam)
              display message box
                 "Nenhum tutor encontrado com este nome"
           else
              perform navegar-registros
              inquire t01-ef-cd-tutor        id in control-id
              move 4                         to accept-control
           end-if.
      *
      ******************************************************************
      *    relatorio de tutores em sequencia de codigo                  *
      ******************************************************************
       relatorio-link-to.
           open output vbm-rtut.
           if not valid-vbm-rtut
              display message box
                 "erro ao abrir o relatorio de tutores!"
                 "status: " fs-vbm-rtut
              exit paragraph
           end-if.
           move "relatorio de tutores - vbm-1001"
                                             to ws-rel-titulo.
           write reg-rtut                    from ws-rel-titulo.
           write reg-rtut                    from ws-rel-branco.
           write reg-rtut                    from ws-rel-cabecalho.
           move low-value                    to tuto-cd-tutor.
           start vbm-tuto key is not less than tuto-cd-tutor.
           if valid-vbm-tuto
              read vbm-tuto next with no lock
              perform with test before
                       until not valid-vbm-tuto
                 if tuto-ativo
                    perform imprimir-linha-relatorio
                 end-if
                 read vbm-tuto next with no lock
              end-perform
           end-if.
           close vbm-rtut.
           display message box
              "Relatorio de tutores gerado com sucesso!".
      *
       imprimir-linha-relatorio.
           move tuto-cd-tutor                to wsr-cd-tutor.
           move tuto-nm-tutor                to wsr-nm-tutor.
           move tuto-rn-tutor                to wsr-rn-tutor.
           string
              "("  tuto-ddd-tutor            delimited by size
              ") " tuto-fone-tutor(1:5)      delimited by size
              "-"  tuto-fone-tutor(6:4)      delimited by size
              into wsr-contato-tutor
           end-string.
           move tuto-numero-tutor            to ws-rel-numero-ed.
           perform calcular-tamanho-rel-endereco.
           string
              tuto-rua-tutor(1:ws-rel-tam-rua) delimited by size
              ", " ws-rel-numero-ed(ws-rel-pos-numero:ws-rel-tam-numero)
                                             delimited by size
              " - " tuto-bairro-tutor(1:ws-rel-tam-bairro)
                                             delimited by size
              " - " tuto-cidade-tutor(1:ws-rel-tam-cidade)
                                             delimited by size
              "/"  tuto-uf-tutor             delimited by size
              into wsr-endereco
           end-string.
           move tuto-qtd-pets-tutor          to wsr-qtd-pets.
           write reg-rtut                    from ws-rel-detalhe.
      *
       calcular-tamanho-rel-endereco.
           move 30                           to ws-rel-tam-rua.
           perform varying ws-rel-tam-rua from 30 by -1
                      until ws-rel-tam-rua = 0
                         or tuto-rua-tutor(ws-rel-tam-rua:1)
                            not equal space
           end-perform.
           if ws-rel-tam-rua = 0
              move 1                         to ws-rel-tam-rua
           end-if.
           move 30                           to ws-rel-tam-bairro.
           perform varying ws-rel-tam-bairro from 30 by -1
                      until ws-rel-tam-bairro = 0
                         or tuto-bairro-tutor(ws-rel-tam-bairro:1)
                            not equal space
           end-perform.
           if ws-rel-tam-bairro = 0
              move 1                         to ws-rel-tam-bairro
           end-if.
           move 30                           to ws-rel-tam-cidade.
           perform varying ws-rel-tam-cidade from 30 by -1
                      until ws-rel-tam-cidade = 0
                         or tuto-cidade-tutor(ws-rel-tam-cidade:1)
                            not equal space
           end-perform.
           if ws-rel-tam-cidade = 0
              move 1                         to ws-rel-tam-cidade
           end-if.
           move 1                            to ws-rel-pos-numero.
           perform varying ws-rel-pos-numero from 1 by 1
                      until ws-rel-pos-numero > 12
                         or ws-rel-numero-ed(ws-rel-pos-numero:1)
                            not equal space
           end-perform.
           if ws-rel-pos-numero > 12
              move 12                        to ws-rel-pos-numero
           end-if.
           compute ws-rel-tam-numero = 13 - ws-rel-pos-numero.
      *
       controle-componentes-pet.
           evaluate true
              when novo-pet-key
                 perform novo-pet-link-to
              when editar-pet-key
                 perform editar-pet-link-to
              when excluir-pet-key
                 perform excluir-pet-link-to
              when agenda-pet-key
                 perform agenda-pet-link-to
              when vacinas-pet-key
                 perform vacinas-pet-link-to
              when prontuario-pet-key
                 perform prontuario-pet-link-to
              when obito-pet-key
                 perform obito-pet-link-to
              when transferir-pet-key
                 perform transferir-pet-link-to
              when primeiro-pet-key
                 perform primeiro-pet-link-to
              when anterior-pet-key
                 perform anterior-pet-link-to
              when proximo-pet-key
                 perform proximo-pet-link-to
              when ultimo-pet-key
                 perform ultimo-pet-link-to
              when salvar-pet-key
                 perform salvar-pet-link-to
              when cancelar-pet-key
                 perform cancelar-pet-link-to
           end-evaluate.
      *
       modificar-componentes-pet.
           modify t02-ef-cd-tutor           value s02-cd-tutor.
           modify t02-ef-nm-tutor           value s02-nm-tutor.
           modify t02-ef-cd-pet             value s02-cd-pet.
           modify t02-ef-nm-pet             value s02-nm-pet.
           modify t02-ef-cd-especie-pet     value s02-cd-especie-pet.
           modify t02-ef-especie-pet        value s02-especie-pet.
           modify t02-ef-cd-raca-pet        value s02-cd-raca-pet.
           modify t02-ef-raca-pet           value s02-raca-pet.
           modify t02-ef-dt-nasc-pet        value s02-dt-nasc-pet.
           modify t02-la-situacao           title s02-situacao-desc.
           modify t02-ef-dt-obito-pet       value s02-dt-obito-pet.
           modify t02-ef-cd-tutor-destino   value s02-cd-tutor-destino.
           move s02-cd-especie-pet          to ws-cd-especie-ant.
      *
       habilitar-componentes-pet.
           modify t02-ef-nm-pet             enabled true.
           modify t02-ef-cd-especie-pet     enabled true.
           modify t02-ef-cd-raca-pet        enabled true.
           modify t02-ef-dt-nasc-pet        enabled true.
      *
       desabilitar-componentes-pet.
           modify t02-ef-nm-pet             enabled false.
           modify t02-ef-cd-especie-pet     enabled false.
           modify t02-ef-cd-raca-pet        enabled false.
           modify t02-ef-dt-nasc-pet        enabled false.
           modify t02-ef-dt-obito-pet       enabled false.
           modify t02-ef-cd-tutor-destino   enabled false.
      *
       habilitar-salvar-cancelar-pet.
           modify t02-pb-salvar             enabled true.
           modify t02-pb-cancelar           enabled true.
      *
       desabilitar-salvar-cancelar-pet.
           modify t02-pb-salvar             enabled false.
           modify t02-pb-cancelar           enabled false.
      *
       habilitar-navegacao-pet.
           modify t02-pb-novo               enabled true.
           modify t02-pb-editar             enabled true.
           modify t02-pb-excluir            enabled true.
           modify t02-pb-primeiro           enabled true.
           modify t02-pb-proximo            enabled true.
           modify t02-pb-anterior           enabled true.
           modify t02-pb-ultimo             enabled true.
           modify t02-pb-agenda             enabled true.
           modify t02-pb-vacinas            enabled true.
           modify t02-pb-prontuario         enabled true.
           modify t02-pb-obito              enabled true.
           modify t02-pb-transferir         enabled true.
      *
       desabilitar-navegacao-pet.
           modify t02-pb-novo               enabled false.
           modify t02-pb-editar              enabled false.
           modify t02-pb-excluir            enabled false.
           modify t02-pb-primeiro           enabled false.
           modify t02-pb-proximo            enabled false.
           modify t02-pb-anterior           enabled false.
           modify t02-pb-ultimo             enabled false.
           modify t02-pb-agenda             enabled false.
           modify t02-pb-vacinas            enabled false.
           modify t02-pb-prontuario         enabled false.
           modify t02-pb-obito              enabled false.
           modify t02-pb-transferir         enabled false.
      *
       mover-tela-para-registro-pet.
           initialize reg-pet.
           move s02-cd-tutor                to pet-cd-tutor.
           move s02-cd-pet                  to pet-cd-pet.
           move s02-nm-pet                  to pet-nm-pet.
           move s02-especie-pet             to pet-especie-pet.
           move s02-raca-pet                to pet-raca-pet.
           move s02-dt-nasc-pet             to pet-dt-nasc-pet.
           move s02-cd-especie-pet          to pet-cd-especie-pet.
           move s02-cd-raca-pet             to pet-cd-raca-pet.
           move s02-situacao-pet            to pet-situacao-pet.
           move s02-dt-obito-pet            to pet-dt-obito-pet.
      *
       mover-registro-para-tela-pet.
           move pet-cd-tutor                to s02-cd-tutor.
           move pet-cd-pet                  to s02-cd-pet.
           move pet-nm-pet                  to s02-nm-pet.
           move pet-especie-pet             to s02-especie-pet.
           move pet-raca-pet                to s02-raca-pet.
           move pet-dt-nasc-pet             to s02-dt-nasc-pet.
           move pet-cd-especie-pet          to s02-cd-especie-pet.
           move pet-cd-raca-pet             to s02-cd-raca-pet.
           move pet-situacao-pet            to s02-situacao-pet.
           move pet-dt-obito-pet            to s02-dt-obito-pet.
           move zeros                       to s02-cd-tutor-destino.
           perform carregar-situacao-pet.
      *
       carregar-situacao-pet.
           if s02-obito-pet
              move "obito - data do obito:" to s02-situacao-desc
           else
              move "ativo"                  to s02-situacao-desc
           end-if.
      *
       navegar-registros-pet.
           perform mover-registro-para-tela-pet.
           perform modificar-componentes-pet.
      *
       carregar-sequencia-pet.
           move s02-cd-tutor                to pet-cd-tutor.
           move high-value                  to pet-cd-pet.
           start vbm-pet key less than or equal pet-chave-pet.
           read vbm-pet previous with no lock.
           if valid-vbm-pet and pet-cd-tutor equal s02-cd-tutor
              add 1 to pet-cd-pet           giving s02-cd-pet
           else
              move 1                        to s02-cd-pet
           end-if.
      *
       cancelar-pet-link-to.
           initialize screen-t02.
           move s01-cd-tutor                to s02-cd-tutor.
           move s01-nm-tutor                to s02-nm-tutor.
           perform modificar-componentes-pet.
           perform desabilitar-salvar-cancelar-pet.
           perform desabilitar-componentes-pet.
           perform habilitar-navegacao-pet.
           set wss-pet-pesquisa             to true.
      *
       salvar-pet-link-to.
           if wss-pet-obito
              perform gravar-obito-pet
              exit paragraph
           end-if.
           if wss-pet-transferencia
              perform gravar-transferencia-pet
              exit paragraph
           end-if.
           if s02-nm-pet equal spaces
              display message box "Informe o nome do pet!"
              exit paragraph
           end-if.
           perform carregar-especie-pet.
           if not valid-vbm-espe
              display message box
                 "Escolha uma especie cadastrada na tabela!"
              exit paragraph
           end-if.
           perform carregar-raca-pet.
           if not valid-vbm-raca
              display message box
                 "Escolha uma raca cadastrada para a especie!"
              exit paragraph
           end-if.
           move espe-nm-especie             to s02-especie-pet.
           move raca-nm-raca                to s02-raca-pet.
           perform mover-tela-para-registro-pet.
           if wss-pet-inclusao
              write reg-pet
              if not valid-vbm-pet
                 display message box "erro ao gravar o pet!"
                                     "status: " fs-vbm-pet
                 exit paragraph
              end-if
           end-if.
           if wss-pet-alteracao
              rewrite reg-pet
              if not valid-vbm-pet
                 display message box "erro ao alterar o pet!"
                                     "status: " fs-vbm-pet
                 exit paragraph
              end-if
           end-if.
           perform desabilitar-salvar-cancelar-pet.
           perform desabilitar-componentes-pet.
           perform habilitar-navegacao-pet.
           set wss-pet-pesquisa             to true.
      *
       novo-pet-link-to.
           perform carregar-sequencia-pet.
           move spaces                      to s02-nm-pet
                                                s02-especie-pet
                                                s02-raca-pet.
           move zeros                       to s02-dt-nasc-pet
                                                s02-cd-especie-pet
                                                s02-cd-raca-pet
                                                s02-dt-obito-pet
                                                s02-cd-tutor-destino.
           move "A"                         to s02-situacao-pet.
           perform carregar-situacao-pet.
           perform habilitar-componentes-pet.
           perform modificar-componentes-pet.
           perform desabilitar-navegacao-pet.
           perform habilitar-salvar-cancelar-pet.
           set wss-pet-inclusao             to true.
      *
       editar-pet-link-to.
           initialize reg-pet.
           move s02-cd-tutor                to pet-cd-tutor.
           move s02-cd-pet                  to pet-cd-pet.
           read vbm-pet with no lock.
           if not valid-vbm-pet
              display message box
                 "Registro do pet nao pode ser encontrado"
              exit paragraph
           end-if.
           perform desabilitar-navegacao-pet.
           perform habilitar-salvar-cancelar-pet.
           perform habilitar-componentes-pet.
           set wss-pet-alteracao            to true.
      *
       excluir-pet-link-to.
           initialize reg-pet.
           move s02-cd-tutor                to pet-cd-tutor.
           move s02-cd-pet                  to pet-cd-pet.
           read vbm-pet with no lock.
           if not valid-vbm-pet
              display message box
                 "Registro do pet nao pode ser encontrado"
              exit paragraph
           end-if.
           display message box
              "Voce realmente deseja excluir o registro do pet?"
              type 2
              giving return-code.
           if return-code equal mb-yes
              delete vbm-pet
              perform excluir-vacinas-pet
              perform excluir-agenda-pet
              perform excluir-prontuario-pet
              display message box "Pet removido"
              move s01-cd-tutor             to s02-cd-tutor
              move s01-nm-tutor             to s02-nm-tutor
              move spaces                   to s02-nm-pet
                                                s02-especie-pet
                                                s02-raca-pet
                                                s02-situacao-pet
                                                s02-situacao-desc
              move zeros                    to s02-cd-pet
                                                s02-dt-nasc-pet
                                                s02-cd-especie-pet
                                                s02-cd-raca-pet
                                                s02-dt-obito-pet
              perform modificar-componentes-pet
           else
              display message box "Acao interrompida"
           end-if.
      *
      ******************************************************************
      *    registro do obito: o pet continua no cadastro e no          *
      *    prontuario, mas sai da agenda, dos avisos de vacina, dos    *
      *    lembretes e das estatisticas de pets ativos; so o           *
      *    supervisor desfaz um obito registrado por engano            *
      ******************************************************************
       obito-pet-link-to.
           if s02-cd-pet equal zeros
              display message box
                 "Selecione um pet antes de registrar o obito!"
              exit paragraph
           end-if.
           initialize reg-pet.
           move s02-cd-tutor                to pet-cd-tutor.
           move s02-cd-pet                  to pet-cd-pet.
           read vbm-pet with no lock.
           if not valid-vbm-pet
              display message box
                 "Registro do pet nao pode ser encontrado"
              exit paragraph
           end-if.
           if pet-obito-pet
              if not lkop-supervisor
                 display message box
                    "Obito ja registrado! Somente o supervisor pode "
                    "desfazer o registro"
                 exit paragraph
              end-if
              display message box
                 "Voce deseja desfazer o registro de obito do pet?"
                 type 2
                 giving return-code
              if return-code equal mb-yes
                 perform desfazer-obito-pet
              end-if
              exit paragraph
           end-if.
           accept s02-dt-obito-pet          from date yyyymmdd.
           modify t02-ef-dt-obito-pet       value s02-dt-obito-pet.
           modify t02-ef-dt-obito-pet       enabled true.
           perform desabilitar-navegacao-pet.
           perform habilitar-salvar-cancelar-pet.
           set wss-pet-obito                to true.
      *
       gravar-obito-pet.
           perform validar-data-obito.
           if not ws-dtap-valida
              display message box
                 "Informe uma data de obito valida, entre o "
                 "nascimento e hoje!"
              exit paragraph
           end-if.
           display message box
              "Confirma o obito do pet? Os atendimentos marcados a "
              "partir da data serao desmarcados"
              type 2
              giving return-code.
           if return-code not equal mb-yes
              exit paragraph
           end-if.
           initialize reg-pet.
           move s02-cd-tutor                to pet-cd-tutor.
           move s02-cd-pet                  to pet-cd-pet.
           read vbm-pet with lock.
           if not valid-vbm-pet
              display message box "erro ao ler o pet!"
                                  "status: " fs-vbm-pet
              exit paragraph
           end-if.
           set pet-obito-pet                to true.
           move s02-dt-obito-pet            to pet-dt-obito-pet.
           rewrite reg-pet.
           if not valid-vbm-pet
              display message box "erro ao alterar o pet!"
                                  "status: " fs-vbm-pet
              unlock vbm-pet
              exit paragraph
           end-if.
           unlock vbm-pet.
           perform desmarcar-agenda-obito.
           perform excluir-espera-obito.
           perform cancelar-recorrencia-obito.
           perform mover-registro-para-tela-pet.
           perform modificar-componentes-pet.
           move ws-qtd-desmarcados          to ws-qtd-desmarcados-ed.
           move ws-qtd-canceladas           to ws-qtd-canceladas-ed.
           display message box
              "Obito registrado. Atendimentos desmarcados: "
              ws-qtd-desmarcados-ed
              x"0a" "Recorrencias canceladas: "
              ws-qtd-canceladas-ed.
           perform desabilitar-salvar-cancelar-pet.
           perform desabilitar-componentes-pet.
           perform habilitar-navegacao-pet.
           set wss-pet-pesquisa             to true.
      *
       validar-data-obito.
           set ws-dtap-valida               to true.
           move s02-dt-obito-pet            to ws-soma-data.
           if ws-soma-ano < 2000
              or ws-soma-mes < 1 or ws-soma-mes > 12
              set ws-dtap-valida            to false
              exit paragraph
           end-if.
           perform carregar-dias-mes-soma.
           if ws-soma-dia < 1 or ws-soma-dia > ws-soma-limite
              set ws-dtap-valida            to false
              exit paragraph
           end-if.
           accept ws-aud-data               from date yyyymmdd.
           if s02-dt-obito-pet > ws-aud-data
              or s02-dt-obito-pet < s02-dt-nasc-pet
              set ws-dtap-valida            to false
           end-if.
      *
      ******************************************************************
      *    atendimentos ainda marcados na data do obito ou depois sao  *
      *    cancelados; realizados e faltas ficam como historico        *
      ******************************************************************
       desmarcar-agenda-obito.
           move zero                        to ws-qtd-desmarcados.
           initialize reg-agnd.
           move s02-cd-tutor                to agnd-cd-tutor.
           move s02-cd-pet                  to agnd-cd-pet.
           start vbm-agnd key is equal to agnd-chave-pet-agenda.
           if not valid-vbm-agnd
              exit paragraph
           end-if.
           read vbm-agnd next with no lock.
           perform with test before
                    until not valid-vbm-agnd
                       or agnd-cd-tutor not equal s02-cd-tutor
                       or agnd-cd-pet not equal s02-cd-pet
              if agnd-marcado
                 and agnd-dt-agenda not < s02-dt-obito-pet
                 set agnd-cancelado         to true
                 rewrite reg-agnd
                 if valid-vbm-agnd
                    add 1                   to ws-qtd-desmarcados
                 end-if
              end-if
              read vbm-agnd next with no lock
           end-perform.
      *
      *
      ******************************************************************
      *    pedidos ainda pendentes na lista de espera saem da lista,   *
      *    como na exclusao do pet; os ja atendidos ficam no historico *
      ******************************************************************
       excluir-espera-obito.
           set ws-fim-filhos                to false.
           initialize reg-espr.
           move zero                        to espr-dt-desejada.
           move zero                        to espr-sq-espera.
           start vbm-espr key not less than espr-chave-espera.
           if not valid-vbm-espr
              exit paragraph
           end-if.
           perform with test before until ws-fim-filhos
              read vbm-espr next with no lock
              if not valid-vbm-espr
                 set ws-fim-filhos          to true
              else
                 if espr-cd-tutor equal s02-cd-tutor
                    and espr-cd-pet equal s02-cd-pet
                    and espr-pendente
                    delete vbm-espr record
                    if not valid-vbm-espr
                       display message box
                          "erro ao remover o pet da lista de espera!"
                          "status: " fs-vbm-espr
                       set ws-fim-filhos    to true
                    end-if
                 end-if
              end-if
           end-perform.
      *
      ******************************************************************
      *    recorrencias ativas ou pausadas do pet sao canceladas com   *
      *    a data e o operador, como faz o vbm-1033 na geracao; as     *
      *    canceladas e encerradas ficam como estao                    *
      ******************************************************************
       cancelar-recorrencia-obito.
           move zero                        to ws-qtd-canceladas.
           accept ws-aud-data               from date yyyymmdd.
           initialize reg-rcag.
           move s02-cd-tutor                to rcag-cd-tutor.
           move s02-cd-pet                  to rcag-cd-pet.
           move zero                        to rcag-sq-recorrencia.
           start vbm-rcag key not less than rcag-chave-recorrencia.
           if not valid-vbm-rcag
              exit paragraph
           end-if.
           read vbm-rcag next with no lock.
           perform with test before
                    until not valid-vbm-rcag
                       or rcag-cd-tutor not equal s02-cd-tutor
                       or rcag-cd-pet not equal s02-cd-pet
              if rcag-ativa or rcag-pausada
                 set rcag-cancelada         to true
                 move ws-aud-data           to rcag-dt-situacao
                 move ws-operador           to rcag-cd-operador
                 rewrite reg-rcag
                 if valid-vbm-rcag
                    add 1                   to ws-qtd-canceladas
                 else
                    display message box
                       "erro ao cancelar a recorrencia do pet!"
                       "status: " fs-vbm-rcag
                 end-if
              end-if
              read vbm-rcag next with no lock
           end-perform.
      *
       desfazer-obito-pet.
           read vbm-pet with lock.
           if not valid-vbm-pet
              display message box "erro ao ler o pet!"
                                  "status: " fs-vbm-pet
              exit paragraph
           end-if.
           set pet-ativo-pet                to true.
           move zeros                       to pet-dt-obito-pet.
           rewrite reg-pet.
           if not valid-vbm-pet
              display message box "erro ao alterar o pet!"
                                  "status: " fs-vbm-pet
              unlock vbm-pet
              exit paragraph
           end-if.
           unlock vbm-pet.
           perform mover-registro-para-tela-pet.
           perform modificar-componentes-pet.
           display message box "Registro de obito desfeito".
      *
      ******************************************************************
      *    transferencia do pet para outro tutor: o pet recebe o       *
      *    proximo codigo do tutor de destino e leva o historico       *
      *    (vbm-1032); a quantidade de pets e atualizada nos dois      *
      *    tutores com a trilha de auditoria                           *
      ******************************************************************
       transferir-pet-link-to.
           if s02-cd-pet equal zeros
              display message box
                 "Selecione um pet antes de transferir!"
              exit paragraph
           end-if.
           if s02-obito-pet
              display message box
                 "Pet com obito registrado nao pode ser transferido!"
              exit paragraph
           end-if.
           move zeros                       to s02-cd-tutor-destino.
           modify t02-ef-cd-tutor-destino   value s02-cd-tutor-destino.
           modify t02-ef-cd-tutor-destino   enabled true.
           perform desabilitar-navegacao-pet.
           perform habilitar-salvar-cancelar-pet.
           set wss-pet-transferencia        to true.
      *
       gravar-transferencia-pet.
           if s02-cd-tutor-destino equal zeros
              or s02-cd-tutor-destino equal s02-cd-tutor
              display message box
                 "Informe o codigo do tutor de destino!"
              exit paragraph
           end-if.
           initialize reg-tuto.
           move s02-cd-tutor-destino        to tuto-cd-tutor.
           read vbm-tuto with no lock.
           if not valid-vbm-tuto or tuto-excluido
              display message box
                 "Tutor de destino nao cadastrado ou excluido!"
              exit paragraph
           end-if.
           move tuto-nm-tutor               to ws-nm-tutor-destino.
           display message box
              "Transferir o pet " s02-nm-pet
              " para o tutor " ws-nm-tutor-destino "?"
              type 2
              giving return-code.
           if return-code not equal mb-yes
              exit paragraph
           end-if.
           initialize lktr-parametros.
           move s02-cd-tutor                to lktr-cd-tutor-origem.
           move s02-cd-pet                  to lktr-cd-pet-origem.
           move s02-cd-tutor-destino        to lktr-cd-tutor-destino.
           move ws-operador                 to lktr-cd-operador.
           call "vbm-1032"                  using lktr-parametros.
           cancel "vbm-1032".
           if lktr-erro
              display message box lktr-mensagem
              exit paragraph
           end-if.
           perform atualizar-qtd-pets-tutor.
           perform atualizar-qtd-pets-destino.
           move lktr-cd-pet-destino         to ws-cd-pet-destino-ed.
           display message box
              "Pet transferido para o tutor " ws-nm-tutor-destino
              " com o codigo " ws-cd-pet-destino-ed.
           move s01-cd-tutor                to s02-cd-tutor.
           move s01-nm-tutor                to s02-nm-tutor.
           move spaces                      to s02-nm-pet
                                               s02-especie-pet
                                               s02-raca-pet
                                               s02-situacao-pet
                                               s02-situacao-desc.
           move zeros                       to s02-cd-pet
                                               s02-dt-nasc-pet
                                               s02-cd-especie-pet
                                               s02-cd-raca-pet
                                               s02-dt-obito-pet
                                               s02-cd-tutor-destino.
           perform modificar-componentes-pet.
           perform desabilitar-salvar-cancelar-pet.
           perform desabilitar-componentes-pet.
           perform habilitar-navegacao-pet.
           set wss-pet-pesquisa             to true.
      *
      ******************************************************************
      *    abre a agenda de atendimentos ja posicionada no tutor e     *
      *    no pet selecionados na tela, sem redigitar os codigos       *
      ******************************************************************
       agenda-pet-link-to.
           if s02-cd-pet equal zeros
              display message box
                 "Selecione um pet antes de abrir a agenda!"
              exit paragraph
           end-if.
           initialize lkag-parametros.
           move s02-cd-tutor                to lkag-cd-tutor.
           move s02-nm-tutor                to lkag-nm-tutor.
           move s02-cd-pet                  to lkag-cd-pet.
           move s02-nm-pet                  to lkag-nm-pet.
           call "vbm-1004"                  using lkag-parametros.
           cancel "vbm-1004".
      *
      ******************************************************************
      *    carteira de vacinacao do pet selecionado na tela de pets    *
      ******************************************************************
       vacinas-pet-link-to.
           if s02-cd-pet equal zeros
              display message box
                 "Selecione um pet antes de abrir as vacinas!"
              exit paragraph
           end-if.
           initialize screen-t03.
           move s02-cd-tutor                to s03-cd-tutor.
           move s02-nm-tutor                to s03-nm-tutor.
           move s02-cd-pet                  to s03-cd-pet.
           move s02-nm-pet                  to s03-nm-pet.
           set wss-vacc-pesquisa            to true.
           display tela-vacc.
           perform desabilitar-componentes-vacc.
           perform desabilitar-salvar-cancelar-vacc.
           perform with test after until fechar-vacc-key
              accept tela-vacc on exception
                 perform controle-componentes-vacc
              end-accept
           end-perform.
      *
       controle-componentes-vacc.
           evaluate true
              when novo-vacc-key
                 perform novo-vacc-link-to
              when editar-vacc-key
                 perform editar-vacc-link-to
              when excluir-vacc-key
                 perform excluir-vacc-link-to
              when primeiro-vacc-key
                 perform primeiro-vacc-link-to
              when anterior-vacc-key
                 perform anterior-vacc-link-to
              when proximo-vacc-key
                 perform proximo-vacc-link-to
              when ultimo-vacc-key
                 perform ultimo-vacc-link-to
              when salvar-vacc-key
                 perform salvar-vacc-link-to
              when cancelar-vacc-key
                 perform cancelar-vacc-link-to
           end-evaluate.
      *
       modificar-componentes-vacc.
           modify t03-ef-cd-tutor           value s03-cd-tutor.
           modify t03-ef-nm-tutor           value s03-nm-tutor.
           modify t03-ef-cd-pet             value s03-cd-pet.
           modify t03-ef-nm-pet             value s03-nm-pet.
           modify t03-ef-sq-vacc            value s03-sq-vacc.
           modify t03-ef-cd-vacina          value s03-cd-vacina.
           modify t03-ef-nm-vacina          value s03-nm-vacina.
           modify t03-ef-nr-dose            value s03-nr-dose.
           modify t03-ef-dt-aplicacao       value s03-dt-aplicacao.
           modify t03-ef-dt-proxima         value s03-dt-proxima.
           modify t03-ef-nm-veterinario     value s03-nm-veterinario.
           modify t03-ef-nr-lote            value s03-nr-lote.
           modify t03-la-lote-desc          title s03-lote-desc.
      *
       habilitar-componentes-vacc.
           modify t03-ef-cd-vacina          enabled true.
           modify t03-ef-nr-dose            enabled true.
           modify t03-ef-dt-aplicacao       enabled true.
           modify t03-ef-nm-veterinario     enabled true.
      *
       desabilitar-componentes-vacc.
           modify t03-ef-cd-vacina          enabled false.
           modify t03-ef-nr-dose            enabled false.
           modify t03-ef-dt-aplicacao       enabled false.
           modify t03-ef-nm-veterinario     enabled false.
           modify t03-ef-nr-lote            enabled false.
      *
       habilitar-salvar-cancelar-vacc.
           modify t03-pb-salvar             enabled true.
           modify t03-pb-cancelar           enabled true.
      *
       desabilitar-salvar-cancelar-vacc.
           modify t03-pb-salvar             enabled false.
           modify t03-pb-cancelar           enabled false.
      *
       habilitar-navegacao-vacc.
           modify t03-pb-novo               enabled true.
           modify t03-pb-editar             enabled true.
           modify t03-pb-excluir            enabled true.
           modify t03-pb-primeiro           enabled true.
           modify t03-pb-proximo            enabled true.
           modify t03-pb-anterior           enabled true.
           modify t03-pb-ultimo             enabled true.
      *
       desabilitar-navegacao-vacc.
           modify t03-pb-novo               enabled false.
           modify t03-pb-editar             enabled false.
           modify t03-pb-excluir            enabled false.
           modify t03-pb-primeiro           enabled false.
           modify t03-pb-proximo            enabled false.
           modify t03-pb-anterior           enabled false.
           modify t03-pb-ultimo             enabled false.
      *
       mover-tela-para-registro-vacc.
           initialize reg-vacc.
           move s03-cd-tutor                to vacc-cd-tutor.
           move s03-cd-pet                  to vacc-cd-pet.
           move s03-sq-vacc                 to vacc-sq-vacc.
           move s03-cd-vacina               to vacc-cd-vacina.
           move s03-nm-vacina               to vacc-nm-vacina.
           move s03-nr-dose                 to vacc-nr-dose.
           move s03-dt-aplicacao            to vacc-dt-aplicacao.
           move s03-dt-proxima              to vacc-dt-proxima.
           move s03-nm-veterinario          to vacc-nm-veterinario.
      *
       mover-registro-para-tela-vacc.
           move vacc-cd-tutor               to s03-cd-tutor.
           move vacc-cd-pet                 to s03-cd-pet.
           move vacc-sq-vacc                to s03-sq-vacc.
           move vacc-cd-vacina              to s03-cd-vacina.
           move vacc-nm-vacina              to s03-nm-vacina.
           move vacc-nr-dose                to s03-nr-dose.
           move vacc-dt-aplicacao           to s03-dt-aplicacao.
           move vacc-dt-proxima             to s03-dt-proxima.
           move vacc-nm-veterinario         to s03-nm-veterinario.
           perform carregar-lote-vacc.
      *
       navegar-registros-vacc.
           perform mover-registro-para-tela-vacc.
           perform modificar-componentes-vacc.
      *
       carregar-sequencia-vacc.
           initialize reg-vacc.
           move s03-cd-tutor                to vacc-cd-tutor.
           move s03-cd-pet                  to vacc-cd-pet.
           move high-value                  to vacc-sq-vacc.
           start vbm-vacc key less than or equal vacc-chave-vacc.
           read vbm-vacc previous with no lock.
           if valid-vbm-vacc
              and vacc-cd-tutor equal s03-cd-tutor
              and vacc-cd-pet equal s03-cd-pet
              add 1 to vacc-sq-vacc         giving s03-sq-vacc
           else
              move 1                        to s03-sq-vacc
           end-if.
      *
       cancelar-vacc-link-to.
           initialize screen-t03.
           move s02-cd-tutor                to s03-cd-tutor.
           move s02-nm-tutor                to s03-nm-tutor.
           move s02-cd-pet                  to s03-cd-pet.
           move s02-nm-pet                  to s03-nm-pet.
           perform modificar-componentes-vacc.
           perform desabilitar-salvar-cancelar-vacc.
           perform desabilitar-componentes-vacc.
           perform habilitar-navegacao-vacc.
           set wss-vacc-pesquisa            to true.
      *
       salvar-vacc-link-to.
           perform carregar-protocolo-vacina.
           if not valid-vbm-pvac
              display message box
                 "Escolha uma vacina do protocolo da especie!"
              exit paragraph
           end-if.
           if s03-dt-aplicacao equal zeros
              display message box "Informe a data de aplicacao!"
              exit paragraph
           end-if.
           perform validar-data-aplicacao.
           if not ws-dtap-valida
              display message box
                 "Informe uma data de aplicacao valida!"
              exit paragraph
           end-if.
           if s03-nr-dose equal zeros
              display message box "Informe o numero da dose!"
              exit paragraph
           end-if.
           if wss-vacc-inclusao
              perform validar-lote-vacina
              if not valid-vbm-estq
                 exit paragraph
              end-if
           end-if.
           move pvac-nm-vacina              to s03-nm-vacina.
           perform calcular-proxima-dose.
           perform mover-tela-para-registro-vacc.
           if wss-vacc-inclusao
              write reg-vacc
              if not valid-vbm-vacc
                 display message box "erro ao gravar a vacina!"
                                     "status: " fs-vbm-vacc
                 exit paragraph
              end-if
              perform baixar-dose-lote
              if not ws-dose-baixada
                 delete vbm-vacc
                 exit paragraph
              end-if
           end-if.
           if wss-vacc-alteracao
              rewrite reg-vacc
              if not valid-vbm-vacc
                 display message box "erro ao alterar a vacina!"
                                     "status: " fs-vbm-vacc
                 exit paragraph
              end-if
           end-if.
           perform desabilitar-salvar-cancelar-vacc.
           perform desabilitar-componentes-vacc.
           perform habilitar-navegacao-vacc.
           set wss-vacc-pesquisa            to true.
      *
       novo-vacc-link-to.
           if s02-obito-pet
              display message box
                 "Pet com obito registrado nao recebe novas vacinas!"
              exit paragraph
           end-if.
           perform carregar-sequencia-vacc.
           move spaces                      to s03-nm-vacina
                                                s03-nm-veterinario
                                                s03-nr-lote
                                                s03-lote-desc.
           move zeros                       to s03-cd-vacina
                                                s03-nr-dose
                                                s03-dt-aplicacao
                                                s03-dt-proxima.
           perform habilitar-componentes-vacc.
           modify t03-ef-nr-lote            enabled true.
           perform modificar-componentes-vacc.
           perform desabilitar-navegacao-vacc.
           perform habilitar-salvar-cancelar-vacc.
           set wss-vacc-inclusao            to true.
      *
       editar-vacc-link-to.
           initialize reg-vacc.
           move s03-cd-tutor                to vacc-cd-tutor.
           move s03-cd-pet                  to vacc-cd-pet.
           move s03-sq-vacc                 to vacc-sq-vacc.
           read vbm-vacc with no lock.
           if not valid-vbm-vacc
              display message box
                 "Registro da vacina nao pode ser encontrado"
              exit paragraph
           end-if.
           perform desabilitar-navegacao-vacc.
           perform habilitar-salvar-cancelar-vacc.
           perform habilitar-componentes-vacc.
           set wss-vacc-alteracao           to true.
      *
       excluir-vacc-link-to.
           initialize reg-vacc.
           move s03-cd-tutor                to vacc-cd-tutor.
           move s03-cd-pet                  to vacc-cd-pet.
           move s03-sq-vacc                 to vacc-sq-vacc.
           read vbm-vacc with no lock.
           if not valid-vbm-vacc
              display message box
                 "Registro da vacina nao pode ser encontrado"
              exit paragraph
           end-if.
           display message box
              "Voce realmente deseja excluir o registro da vacina?"
              type 2
              giving return-code.
           if return-code equal mb-yes
              delete vbm-vacc
              perform devolver-dose-lote
              display message box "Vacina removida"
              move spaces                   to s03-nm-vacina
                                                s03-nm-veterinario
                                                s03-nr-lote
                                                s03-lote-desc
              move zeros                    to s03-sq-vacc
                                                s03-cd-vacina
                                                s03-nr-dose
                                                s03-dt-aplicacao
                                                s03-dt-proxima
              perform modificar-componentes-vacc
           else
              display message box "Acao interrompida"
           end-if.
      *
      ******************************************************************
      *    especie e raca do pet escolhidas das tabelas de             *
      *    referencia: o codigo digitado carrega a descricao           *
      ******************************************************************
       carregar-especie-pet.
           initialize reg-espe.
           move s02-cd-especie-pet          to espe-cd-especie.
           read vbm-espe with no lock.
      *
       carregar-raca-pet.
           initialize reg-raca.
           move s02-cd-especie-pet          to raca-cd-especie.
           move s02-cd-raca-pet             to raca-cd-raca.
           read vbm-raca with no lock.
      *
       t02-ef-cd-especie-pet-aft-proc.
           inquire t02-ef-cd-especie-pet    value s02-cd-especie-pet.
           if s02-cd-especie-pet equal zeros
              or s02-cd-especie-pet equal ws-cd-especie-ant
              exit paragraph
           end-if.
           perform carregar-especie-pet.
           if valid-vbm-espe
              move espe-nm-especie          to s02-especie-pet
           else
              display message box
                 "Especie nao cadastrada na tabela"
              move spaces                   to s02-especie-pet
           end-if.
           move zeros                       to s02-cd-raca-pet.
           move spaces                      to s02-raca-pet.
           perform modificar-componentes-pet.
      *
       t02-ef-cd-raca-pet-aft-proc.
           inquire t02-ef-cd-raca-pet       value s02-cd-raca-pet.
           if s02-cd-raca-pet equal zeros
              exit paragraph
           end-if.
           perform carregar-raca-pet.
           if valid-vbm-raca
              move raca-nm-raca             to s02-raca-pet
           else
              display message box
                 "Raca nao cadastrada para esta especie"
              move spaces                   to s02-raca-pet
           end-if.
           perform modificar-componentes-pet.
      *
      ******************************************************************
      *    vacina da carteira escolhida do protocolo da especie do     *
      *    pet: o codigo digitado carrega o nome e os parametros do    *
      *    calculo da proxima dose                                     *
      ******************************************************************
       carregar-protocolo-vacina.
           initialize reg-pvac.
           if s03-cd-vacina equal zeros
              move "23"                     to fs-vbm-pvac
              exit paragraph
           end-if.
           move s02-cd-especie-pet          to pvac-cd-especie.
           move s03-cd-vacina               to pvac-cd-vacina.
           read vbm-pvac with no lock.
      *
       t03-ef-cd-vacina-aft-proc.
           inquire t03-ef-cd-vacina         value s03-cd-vacina.
           if s03-cd-vacina equal zeros
              exit paragraph
           end-if.
           perform carregar-protocolo-vacina.
           if valid-vbm-pvac
              move pvac-nm-vacina           to s03-nm-vacina
           else
              display message box
                 "Vacina nao cadastrada no protocolo da especie"
              move spaces                   to s03-nm-vacina
           end-if.
           modify t03-ef-nm-vacina          value s03-nm-vacina.
      *
      ******************************************************************
      *    lote da vacina aplicada: o lote precisa estar no estoque    *
      *    da vacina do protocolo, dentro da validade na data de       *
      *    aplicacao e com saldo; cada aplicacao baixa uma dose e o    *
      *    lote fica ligado a carteira (vbm-vlot) para o recall        *
      ******************************************************************
       carregar-lote-estoque.
           initialize reg-estq.
           if s03-nr-lote equal spaces
              move "23"                     to fs-vbm-estq
              exit paragraph
           end-if.
           move s02-cd-especie-pet          to estq-cd-especie.
           move s03-cd-vacina               to estq-cd-vacina.
           move s03-nr-lote                 to estq-nr-lote.
           read vbm-estq with no lock.
      *
       montar-descricao-lote.
           move spaces                      to s03-lote-desc.
           string
              estq-dt-validade(7:2)         delimited by size
              "/"
              estq-dt-validade(5:2)         delimited by size
              "/"
              estq-dt-validade(1:4)         delimited by size
              into ws-lote-validade-ed
           end-string.
           move estq-qtd-saldo              to ws-lote-saldo-ed.
           string
              "validade "                   delimited by size
              ws-lote-validade-ed           delimited by size
              " - saldo "                   delimited by size
              ws-lote-saldo-ed              delimited by size
              " dose(s)"                    delimited by size
              into s03-lote-desc
           end-string.
      *
       carregar-lote-vacc.
           move spaces                      to s03-nr-lote
                                               s03-lote-desc.
           initialize reg-vlot.
           move vacc-chave-vacc             to vlot-chave-vacc.
           read vbm-vlot with no lock.
           if valid-vbm-vlot
              move vlot-nr-lote             to s03-nr-lote
           else
              move "lote nao informado"     to s03-lote-desc
           end-if.
      *
       t03-ef-nr-lote-aft-proc.
           inquire t03-ef-nr-lote           value s03-nr-lote.
           if s03-nr-lote equal spaces
              exit paragraph
           end-if.
           perform carregar-lote-estoque.
           if valid-vbm-estq
              perform montar-descricao-lote
           else
              display message box
                 "Lote nao cadastrado no estoque desta vacina"
              move spaces                   to s03-lote-desc
           end-if.
           modify t03-la-lote-desc          title s03-lote-desc.
      *
       validar-lote-vacina.
           if s03-nr-lote equal spaces
              display message box "Informe o lote da vacina aplicada!"
              move "23"                     to fs-vbm-estq
              exit paragraph
           end-if.
           perform carregar-lote-estoque.
           if not valid-vbm-estq
              display message box
                 "Lote nao cadastrado no estoque desta vacina"
              exit paragraph
           end-if.
           if estq-dt-validade < s03-dt-aplicacao
              display message box
                 "Lote vencido na data de aplicacao!"
              move "23"                     to fs-vbm-estq
              exit paragraph
           end-if.
           if estq-qtd-saldo equal zeros
              display message box "Lote sem doses em estoque!"
              move "23"                     to fs-vbm-estq
              exit paragraph
           end-if.
      *
       baixar-dose-lote.
           set ws-dose-baixada              to false.
           initialize reg-estq.
           move s02-cd-especie-pet          to estq-cd-especie.
           move s03-cd-vacina               to estq-cd-vacina.
           move s03-nr-lote                 to estq-nr-lote.
           read vbm-estq with lock.
           if not valid-vbm-estq
              display message box
                 "Lote em uso por outro usuario, tente novamente"
                 x"0a" "File status:" fs-vbm-estq
              exit paragraph
           end-if.
           if estq-qtd-saldo equal zeros
              unlock vbm-estq
              display message box "Lote sem doses em estoque!"
              exit paragraph
           end-if.
           subtract 1                       from estq-qtd-saldo.
           rewrite reg-estq.
           unlock vbm-estq.
           if not valid-vbm-estq
              display message box "erro ao baixar a dose do lote!"
                                  "status: " fs-vbm-estq
              exit paragraph
           end-if.
           initialize reg-vlot.
           move vacc-chave-vacc             to vlot-chave-vacc.
           move estq-cd-especie             to vlot-cd-especie.
           move estq-cd-vacina              to vlot-cd-vacina.
           move estq-nr-lote                to vlot-nr-lote.
           move vacc-nr-dose                to vlot-nr-dose.
           move vacc-dt-aplicacao           to vlot-dt-aplicacao.
           write reg-vlot.
           if not valid-vbm-vlot
              display message box "erro ao gravar o lote da vacina!"
                                  "status: " fs-vbm-vlot
              read vbm-estq with lock
              if valid-vbm-estq
                 add 1                      to estq-qtd-saldo
                 rewrite reg-estq
              end-if
              unlock vbm-estq
              exit paragraph
           end-if.
           set ws-dose-baixada              to true.
           perform montar-descricao-lote.
      *
       devolver-dose-lote.
           initialize reg-vlot.
           move vacc-chave-vacc             to vlot-chave-vacc.
           read vbm-vlot with no lock.
           if not valid-vbm-vlot
              exit paragraph
           end-if.
           initialize reg-estq.
           move vlot-cd-especie             to estq-cd-especie.
           move vlot-cd-vacina              to estq-cd-vacina.
           move vlot-nr-lote                to estq-nr-lote.
           read vbm-estq with lock.
           if valid-vbm-estq
              add 1                         to estq-qtd-saldo
              rewrite reg-estq
              unlock vbm-estq
           end-if.
           delete vbm-vlot.
      *
      ******************************************************************
      *    a data de aplicacao precisa ser um dia de calendario        *
      *    valido antes de alimentar o calculo da proxima dose:        *
      *    mes ou dia fora da faixa geraria uma proxima dose           *
      *    invalida que o aviso de vacinas nao filtra                  *
      ******************************************************************
       validar-data-aplicacao.
           set ws-dtap-valida               to true.
           move s03-dt-aplicacao            to ws-soma-data.
           if ws-soma-ano < 2000
              or ws-soma-mes < 1 or ws-soma-mes > 12
              set ws-dtap-valida            to false
              exit paragraph
           end-if.
           perform carregar-dias-mes-soma.
           if ws-soma-dia < 1 or ws-soma-dia > ws-soma-limite
              set ws-dtap-valida            to false
           end-if.
      *
      ******************************************************************
      *    proxima dose: data de aplicacao mais o intervalo do         *
      *    protocolo enquanto o esquema nao esta completo; com o       *
      *    esquema completo, mais 365 dias quando ha reforco anual     *
      ******************************************************************
       calcular-proxima-dose.
           if s03-nr-dose < pvac-qtd-doses
              move pvac-intervalo-dias      to ws-soma-dias
           else
              if pvac-reforco-anual
                 move 365                   to ws-soma-dias
              else
                 move zero                  to ws-soma-dias
              end-if
           end-if.
           if ws-soma-dias equal zero
              move zeros                    to s03-dt-proxima
              exit paragraph
           end-if.
           move s03-dt-aplicacao            to ws-soma-data.
           perform somar-dias-proxima.
           move ws-soma-data                to s03-dt-proxima.
      *
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
       primeiro-vacc-link-to.
           initialize reg-vacc.
           move s03-cd-tutor                to vacc-cd-tutor.
           move s03-cd-pet                  to vacc-cd-pet.
           move low-value                   to vacc-sq-vacc.
           start vbm-vacc key greater than vacc-chave-vacc.
           read vbm-vacc next with no lock.
           if valid-vbm-vacc
              and vacc-cd-tutor equal s03-cd-tutor
              and vacc-cd-pet equal s03-cd-pet
              perform navegar-registros-vacc
           else
              display message box "Nao existem vacinas para este pet"
           end-if.
      *
       ultimo-vacc-link-to.
           initialize reg-vacc.
           move s03-cd-tutor                to vacc-cd-tutor.
           move s03-cd-pet                  to vacc-cd-pet.
           move high-value                  to vacc-sq-vacc.
           start vbm-vacc key less than vacc-chave-vacc.
           read vbm-vacc previous with no lock.
           if valid-vbm-vacc
              and vacc-cd-tutor equal s03-cd-tutor
              and vacc-cd-pet equal s03-cd-pet
              perform navegar-registros-vacc
           else
              display message box "Nao existem vacinas para este pet"
           end-if.
      *
       anterior-vacc-link-to.
           initialize reg-vacc.
           move s03-cd-tutor                to vacc-cd-tutor.
           move s03-cd-pet                  to vacc-cd-pet.
           move s03-sq-vacc                 to vacc-sq-vacc.
           start vbm-vacc key less than vacc-chave-vacc.
           read vbm-vacc previous with no lock.
           if not valid-vbm-vacc
              or vacc-cd-tutor not equal s03-cd-tutor
              or vacc-cd-pet not equal s03-cd-pet
              display message box "Voce chegou a primeira vacina"
           else
              perform navegar-registros-vacc
           end-if.
      *
       proximo-vacc-link-to.
           initialize reg-vacc.
           move s03-cd-tutor                to vacc-cd-tutor.
           move s03-cd-pet                  to vacc-cd-pet.
           move s03-sq-vacc                 to vacc-sq-vacc.
           start vbm-vacc key greater than vacc-chave-vacc.
           read vbm-vacc next with no lock.
           if not valid-vbm-vacc
              or vacc-cd-tutor not equal s03-cd-tutor
              or vacc-cd-pet not equal s03-cd-pet
              display message box "Voce chegou a ultima vacina"
           else
              perform navegar-registros-vacc
           end-if.
      *
      ******************************************************************
      *    a exclusao fisica do pet remove tambem a carteira de        *
      *    vacinacao e os atendimentos da agenda, para que um codigo   *
      *    de pet reutilizado nao herde os registros do anterior       *
      ******************************************************************
       excluir-vacinas-pet.
           set ws-fim-filhos                to false.
           perform with test before until ws-fim-filhos
              initialize reg-vacc
              move s02-cd-tutor             to vacc-cd-tutor
              move s02-cd-pet               to vacc-cd-pet
              move low-value                to vacc-sq-vacc
              start vbm-vacc key greater than vacc-chave-vacc
              if valid-vbm-vacc
                 read vbm-vacc next with no lock
              end-if
              if not valid-vbm-vacc
                 or vacc-cd-tutor not equal s02-cd-tutor
                 or vacc-cd-pet not equal s02-cd-pet
                 set ws-fim-filhos          to true
              else
                 delete vbm-vacc
                 if not valid-vbm-vacc
                    display message box
                       "erro ao remover as vacinas do pet!"
                       "status: " fs-vbm-vacc
                    set ws-fim-filhos       to true
                 end-if
              end-if
           end-perform.
      *
       excluir-agenda-pet.
           set ws-fim-filhos                to false.
           perform with test before until ws-fim-filhos
              initialize reg-agnd
              move s02-cd-tutor             to agnd-cd-tutor
              move s02-cd-pet               to agnd-cd-pet
              start vbm-agnd key is equal to agnd-chave-pet-agenda
              if valid-vbm-agnd
                 read vbm-agnd next with no lock
              end-if
              if not valid-vbm-agnd
                 or agnd-cd-tutor not equal s02-cd-tutor
                 or agnd-cd-pet not equal s02-cd-pet
                 set ws-fim-filhos          to true
              else
                 delete vbm-agnd
                 if not valid-vbm-agnd
                    display message box
                       "erro ao remover a agenda do pet!"
                       "status: " fs-vbm-agnd
                    set ws-fim-filhos       to true
                 end-if
              end-if
           end-perform.
      *
       excluir-prontuario-pet.
           set ws-fim-filhos                to false.
           perform with test before until ws-fim-filhos
              initialize reg-pron
              move s02-cd-tutor             to pron-cd-tutor
              move s02-cd-pet               to pron-cd-pet
              move low-value                to pron-sq-pron
              start vbm-pron key greater than pron-chave-pron
              if valid-vbm-pron
                 read vbm-pron next with no lock
              end-if
              if not valid-vbm-pron
                 or pron-cd-tutor not equal s02-cd-tutor
                 or pron-cd-pet not equal s02-cd-pet
                 set ws-fim-filhos          to true
              else
                 delete vbm-pron
                 if not valid-vbm-pron
                    display message box
                       "erro ao remover o prontuario do pet!"
                       "status: " fs-vbm-pron
                    set ws-fim-filhos       to true
                 end-if
              end-if
           end-perform.
      *
      ******************************************************************
      *    prontuario clinico do pet selecionado na tela de pets       *
      ******************************************************************
       prontuario-pet-link-to.
           if s02-cd-pet equal zeros
              display message box
                 "Selecione um pet antes de abrir o prontuario!"
              exit paragraph
           end-if.
           initialize screen-t15.
           move s02-cd-tutor                to s15-cd-tutor.
           move s02-nm-tutor                to s15-nm-tutor.
           move s02-cd-pet                  to s15-cd-pet.
           move s02-nm-pet                  to s15-nm-pet.
           set wss-pron-pesquisa            to true.
           display tela-pron.
           perform desabilitar-componentes-pron.
           perform desabilitar-salvar-cancelar-pron.
           perform with test after until fechar-pron-key
              accept tela-pron on exception
                 perform controle-componentes-pron
              end-accept
           end-perform.
      *
       controle-componentes-pron.
           evaluate true
              when novo-pron-key
                 perform novo-pron-link-to
              when editar-pron-key
                 perform editar-pron-link-to
              when excluir-pron-key
                 perform excluir-pron-link-to
              when primeiro-pron-key
                 perform primeiro-pron-link-to
              when anterior-pron-key
                 perform anterior-pron-link-to
              when proximo-pron-key
                 perform proximo-pron-link-to
              when ultimo-pron-key
                 perform ultimo-pron-link-to
              when salvar-pron-key
                 perform salvar-pron-link-to
              when cancelar-pron-key
                 perform cancelar-pron-link-to
              when historico-pron-key
                 perform historico-pron-link-to
           end-evaluate.
      *
       modificar-componentes-pron.
           modify t15-ef-cd-tutor           value s15-cd-tutor.
           modify t15-ef-nm-tutor           value s15-nm-tutor.
           modify t15-ef-cd-pet             value s15-cd-pet.
           modify t15-ef-nm-pet             value s15-nm-pet.
           modify t15-ef-sq-pron            value s15-sq-pron.
           modify t15-ef-dt-atendimento     value s15-dt-atendimento.
           modify t15-ef-peso-pet           value s15-peso-pet.
           modify t15-ef-anamnese           value s15-anamnese.
           modify t15-ef-diagnostico        value s15-diagnostico.
           modify t15-ef-prescricao         value s15-prescricao.
      *
       habilitar-componentes-pron.
           modify t15-ef-dt-atendimento     enabled true.
           modify t15-ef-peso-pet           enabled true.
           modify t15-ef-anamnese           enabled true.
           modify t15-ef-diagnostico        enabled true.
           modify t15-ef-prescricao         enabled true.
      *
       desabilitar-componentes-pron.
           modify t15-ef-dt-atendimento     enabled false.
           modify t15-ef-peso-pet           enabled false.
           modify t15-ef-anamnese           enabled false.
           modify t15-ef-diagnostico        enabled false.
           modify t15-ef-prescricao         enabled false.
      *
       habilitar-salvar-cancelar-pron.
           modify t15-pb-salvar             enabled true.
           modify t15-pb-cancelar           enabled true.
      *
       desabilitar-salvar-cancelar-pron.
           modify t15-pb-salvar             enabled false.
           modify t15-pb-cancelar           enabled false.
      *
       habilitar-navegacao-pron.
           modify t15-pb-novo               enabled true.
           modify t15-pb-editar             enabled true.
           modify t15-pb-excluir            enabled true.
           modify t15-pb-primeiro           enabled true.
           modify t15-pb-proximo            enabled true.
           modify t15-pb-anterior           enabled true.
           modify t15-pb-ultimo             enabled true.
           modify t15-pb-historico          enabled true.
      *
       desabilitar-navegacao-pron.
           modify t15-pb-novo               enabled false.
           modify t15-pb-editar             enabled false.
           modify t15-pb-excluir            enabled false.
           modify t15-pb-primeiro           enabled false.
           modify t15-pb-proximo            enabled false.
           modify t15-pb-anterior           enabled false.
           modify t15-pb-ultimo             enabled false.
           modify t15-pb-historico          enabled false.
      *
       mover-tela-para-registro-pron.
           initialize reg-pron.
           move s15-cd-tutor                to pron-cd-tutor.
           move s15-cd-pet                  to pron-cd-pet.
           move s15-sq-pron                 to pron-sq-pron.
           move s15-dt-atendimento          to pron-dt-atendimento.
           move s15-peso-pet                to pron-peso-pet.
           move s15-anamnese                to pron-anamnese.
           move s15-diagnostico             to pron-diagnostico.
           move s15-prescricao              to pron-prescricao.
      *
       mover-registro-para-tela-pron.
           move pron-cd-tutor               to s15-cd-tutor.
           move pron-cd-pet                 to s15-cd-pet.
           move pron-sq-pron                to s15-sq-pron.
           move pron-dt-atendimento         to s15-dt-atendimento.
           move pron-peso-pet               to s15-peso-pet.
           move pron-anamnese               to s15-anamnese.
           move pron-diagnostico            to s15-diagnostico.
           move pron-prescricao             to s15-prescricao.
      *
       navegar-registros-pron.
           perform mover-registro-para-tela-pron.
           perform modificar-componentes-pron.
      *
       carregar-sequencia-pron.
           initialize reg-pron.
           move s15-cd-tutor                to pron-cd-tutor.
           move s15-cd-pet                  to pron-cd-pet.
           move high-value                  to pron-sq-pron.
           start vbm-pron key less than or equal pron-chave-pron.
           read vbm-pron previous with no lock.
           if valid-vbm-pron
              and pron-cd-tutor equal s15-cd-tutor
              and pron-cd-pet equal s15-cd-pet
              add 1 to pron-sq-pron         giving s15-sq-pron
           else
              move 1                        to s15-sq-pron
           end-if.
      *
       cancelar-pron-link-to.
           initialize screen-t15.
           move s02-cd-tutor                to s15-cd-tutor.
           move s02-nm-tutor                to s15-nm-tutor.
           move s02-cd-pet                  to s15-cd-pet.
           move s02-nm-pet                  to s15-nm-pet.
           perform modificar-componentes-pron.
           perform desabilitar-salvar-cancelar-pron.
           perform desabilitar-componentes-pron.
           perform habilitar-navegacao-pron.
           set wss-pron-pesquisa            to true.
      *
       salvar-pron-link-to.
           if s15-dt-atendimento equal zeros
              display message box
                 "Informe a data do atendimento clinico!"
              exit paragraph
           end-if.
           if s15-anamnese equal spaces
              and s15-diagnostico equal spaces
              display message box
                 "Informe a anamnese ou o diagnostico!"
              exit paragraph
           end-if.
           perform mover-tela-para-registro-pron.
           if wss-pron-inclusao
              write reg-pron
              if not valid-vbm-pron
                 display message box "erro ao gravar o prontuario!"
                                     "status: " fs-vbm-pron
                 exit paragraph
              end-if
           end-if.
           if wss-pron-alteracao
              rewrite reg-pron
              if not valid-vbm-pron
                 display message box "erro ao alterar o prontuario!"
                                     "status: " fs-vbm-pron
                 exit paragraph
              end-if
           end-if.
           perform desabilitar-salvar-cancelar-pron.
           perform desabilitar-componentes-pron.
           perform habilitar-navegacao-pron.
           set wss-pron-pesquisa            to true.
      *
       novo-pron-link-to.
           perform carregar-sequencia-pron.
           move spaces                      to s15-anamnese
                                               s15-diagnostico
                                               s15-prescricao.
           move zeros                       to s15-peso-pet.
           accept s15-dt-atendimento        from date yyyymmdd.
           perform habilitar-componentes-pron.
           perform modificar-componentes-pron.
           perform desabilitar-navegacao-pron.
           perform habilitar-salvar-cancelar-pron.
           set wss-pron-inclusao            to true.
      *
       editar-pron-link-to.
           initialize reg-pron.
           move s15-cd-tutor                to pron-cd-tutor.
           move s15-cd-pet                  to pron-cd-pet.
           move s15-sq-pron                 to pron-sq-pron.
           read vbm-pron with no lock.
           if not valid-vbm-pron
              display message box
                 "Registro do prontuario nao pode ser encontrado"
              exit paragraph
           end-if.
           perform desabilitar-navegacao-pron.
           perform habilitar-salvar-cancelar-pron.
           perform habilitar-componentes-pron.
           set wss-pron-alteracao           to true.
      *
       excluir-pron-link-to.
           initialize reg-pron.
           move s15-cd-tutor                to pron-cd-tutor.
           move s15-cd-pet                  to pron-cd-pet.
           move s15-sq-pron                 to pron-sq-pron.
           read vbm-pron with no lock.
           if not valid-vbm-pron
              display message box
                 "Registro do prontuario nao pode ser encontrado"
              exit paragraph
           end-if.
           display message box
              "Voce realmente deseja excluir o registro do prontuario?"
              type 2
              giving return-code.
           if return-code equal mb-yes
              delete vbm-pron
              display message box "Registro do prontuario removido"
              move spaces                   to s15-anamnese
                                               s15-diagnostico
                                               s15-prescricao
              move zeros                    to s15-sq-pron
                                               s15-dt-atendimento
                                               s15-peso-pet
              perform modificar-componentes-pron
           else
              display message box "Acao interrompida"
           end-if.
      *
       primeiro-pron-link-to.
           initialize reg-pron.
           move s15-cd-tutor                to pron-cd-tutor.
           move s15-cd-pet                  to pron-cd-pet.
           move low-value                   to pron-sq-pron.
           start vbm-pron key greater than pron-chave-pron.
           read vbm-pron next with no lock.
           if valid-vbm-pron
              and pron-cd-tutor equal s15-cd-tutor
              and pron-cd-pet equal s15-cd-pet
              perform navegar-registros-pron
           else
              display message box
                 "Nao existem registros de prontuario para este pet"
           end-if.
      *
       ultimo-pron-link-to.
           initialize reg-pron.
           move s15-cd-tutor                to pron-cd-tutor.
           move s15-cd-pet                  to pron-cd-pet.
           move high-value                  to pron-sq-pron.
           start vbm-pron key less than pron-chave-pron.
           read vbm-pron previous with no lock.
           if valid-vbm-pron
              and pron-cd-tutor equal s15-cd-tutor
              and pron-cd-pet equal s15-cd-pet
              perform navegar-registros-pron
           else
              display message box
                 "Nao existem registros de prontuario para este pet"
           end-if.
      *
       anterior-pron-link-to.
           initialize reg-pron.
           move s15-cd-tutor                to pron-cd-tutor.
           move s15-cd-pet                  to pron-cd-pet.
           move s15-sq-pron                 to pron-sq-pron.
           start vbm-pron key less than pron-chave-pron.
           read vbm-pron previous with no lock.
           if not valid-vbm-pron
              or pron-cd-tutor not equal s15-cd-tutor
              or pron-cd-pet not equal s15-cd-pet
              display message box
                 "Voce chegou ao primeiro registro do prontuario"
           else
              perform navegar-registros-pron
           end-if.
      *
       proximo-pron-link-to.
           initialize reg-pron.
           move s15-cd-tutor                to pron-cd-tutor.
           move s15-cd-pet                  to pron-cd-pet.
           move s15-sq-pron                 to pron-sq-pron.
           start vbm-pron key greater than pron-chave-pron.
           read vbm-pron next with no lock.
           if not valid-vbm-pron
              or pron-cd-tutor not equal s15-cd-tutor
              or pron-cd-pet not equal s15-cd-pet
              display message box
                 "Voce chegou ao ultimo registro do prontuario"
           else
              perform navegar-registros-pron
           end-if.
      *
      ******************************************************************
      *    historico cronologico do prontuario do pet, para entrega    *
      *    ao tutor ou encaminhamento a outra clinica                  *
      ******************************************************************
       historico-pron-link-to.
           open output vbm-rpro.
           if not valid-vbm-rpro
              display message box
                 "erro ao abrir o historico do prontuario!"
                 "status: " fs-vbm-rpro
              exit paragraph
           end-if.
           move "historico do prontuario clinico - vbm-1001"
                                             to ws-rel-titulo.
           write reg-rpro                   from ws-rel-titulo.
           write reg-rpro                   from ws-rel-branco.
           move s15-cd-tutor                to wsp-cd-tutor.
           move s15-nm-tutor                to wsp-nm-tutor.
           write reg-rpro                   from ws-pro-cab-tutor.
           move s15-cd-pet                  to wsp-cd-pet.
           move s15-nm-pet                  to wsp-nm-pet.
           write reg-rpro                   from ws-pro-cab-pet.
           move zero                        to ws-qtd-pron.
           initialize reg-pron.
           move s15-cd-tutor                to pron-cd-tutor.
           move s15-cd-pet                  to pron-cd-pet.
           move low-value                   to pron-sq-pron.
           start vbm-pron key greater than pron-chave-pron.
           if valid-vbm-pron
              read vbm-pron next with no lock
              perform with test before
                       until not valid-vbm-pron
                          or pron-cd-tutor not equal s15-cd-tutor
                          or pron-cd-pet not equal s15-cd-pet
                 perform imprimir-linha-historico
                 read vbm-pron next with no lock
              end-perform
           end-if.
           write reg-rpro                   from ws-rel-branco.
           move ws-qtd-pron                 to wsp-qtd-pron.
           write reg-rpro                   from ws-pro-linha-total.
           close vbm-rpro.
           display message box
              "Historico do prontuario gerado com sucesso!".
      *
       imprimir-linha-historico.
           write reg-rpro                   from ws-rel-branco.
           string
              pron-dt-atendimento(7:2)      delimited by size
              "/"
              pron-dt-atendimento(5:2)      delimited by size
              "/"
              pron-dt-atendimento(1:4)      delimited by size
              into wsp-dt-atendimento
           end-string.
           move pron-peso-pet               to wsp-peso-pet.
           write reg-rpro                   from ws-pro-linha-data.
           move pron-anamnese               to wsp-anamnese.
           write reg-rpro                   from ws-pro-linha-anam.
           move pron-diagnostico            to wsp-diagnostico.
           write reg-rpro                   from ws-pro-linha-diag.
           move pron-prescricao             to wsp-prescricao.
           write reg-rpro                   from ws-pro-linha-presc.
           add 1                            to ws-qtd-pron.
      *
       primeiro-pet-link-to.
           move s02-cd-tutor                to pet-cd-tutor.
           move low-value                   to pet-cd-pet.
           start vbm-pet key greater than pet-chave-pet.
           read vbm-pet next with no lock.
           if valid-vbm-pet and pet-cd-tutor equal s02-cd-tutor
              perform navegar-registros-pet
           else
              display message box "Nao existem pets para este tutor"
           end-if.
      *
       ultimo-pet-link-to.
           move s02-cd-tutor                to pet-cd-tutor.
           move high-value                  to pet-cd-pet.
           start vbm-pet key less than pet-chave-pet.
           read vbm-pet previous with no lock.
           if valid-vbm-pet and pet-cd-tutor equal s02-cd-tutor
              perform navegar-registros-pet
           else
              display message box "Nao existem pets para este tutor"
           end-if.
      *
       anterior-pet-link-to.
           move s02-cd-tutor                to pet-cd-tutor.
           move s02-cd-pet                  to pet-cd-pet.
           start vbm-pet key less than pet-chave-pet.
           read vbm-pet previous with no lock.
           if not valid-vbm-pet or pet-cd-tutor not equal s02-cd-tutor
              display message box "Voce chegou ao primeiro pet"
           else
              perform navegar-registros-pet
           end-if.
      *
       proximo-pet-link-to.
           move s02-cd-tutor                to pet-cd-tutor.
           move s02-cd-pet                  to pet-cd-pet.
           start vbm-pet key greater than pet-chave-pet.
           read vbm-pet next with no lock.
           if not valid-vbm-pet or pet-cd-tutor not equal s02-cd-tutor
              display message box "Voce chegou ao ultimo pet"
           else
              perform navegar-registros-pet
           end-if.
      *
       atualizar-qtd-pets-tutor.
           move zero                        to ws-qtd-pets-contados.
           move s01-cd-tutor                to pet-cd-tutor.
           start vbm-pet key is equal to pet-cd-tutor.
           if valid-vbm-pet
              read vbm-pet next with no lock
              perform with test before
                       until not valid-vbm-pet
                          or pet-cd-tutor not equal s01-cd-tutor
                 add 1                       to ws-qtd-pets-contados
                 read vbm-pet next with no lock
              end-perform
           end-if.
           move ws-qtd-pets-contados         to s01-qtd-pets-tutor.
           move s01-cd-tutor                 to tuto-cd-tutor.
           read vbm-tuto with lock.
           if tuto-bloqueado
              display message box
                 "Registro ja esta sendo editado por outro usuario"
              exit paragraph
           end-if.
           if valid-vbm-tuto
              if ws-qtd-pets-contados not equal tuto-qtd-pets-tutor
                 set ws-aud-acao-alteracao   to true
                 perform gravar-auditoria-tutor
                 move ws-qtd-pets-contados   to tuto-qtd-pets-tutor
                 rewrite reg-tuto
              end-if
              unlock vbm-tuto
           end-if.
      *
       atualizar-qtd-pets-destino.
           move zero                        to ws-qtd-pets-contados.
           move lktr-cd-tutor-destino       to pet-cd-tutor.
           start vbm-pet key is equal to pet-cd-tutor.
           if valid-vbm-pet
              read vbm-pet next with no lock
              perform with test before
                       until not valid-vbm-pet
                          or pet-cd-tutor not equal
                             lktr-cd-tutor-destino
                 add 1                       to ws-qtd-pets-contados
                 read vbm-pet next with no lock
              end-perform
           end-if.
           move lktr-cd-tutor-destino        to tuto-cd-tutor.
           read vbm-tuto with lock.
           if tuto-bloqueado
              display message box
                 "Tutor de destino esta sendo editado; a quantidade "
                 "de pets sera atualizada na proxima abertura"
              exit paragraph
           end-if.
           if valid-vbm-tuto
              if ws-qtd-pets-contados not equal tuto-qtd-pets-tutor
                 set ws-aud-acao-alteracao   to true
                 perform gravar-auditoria-tutor
                 move ws-qtd-pets-contados   to tuto-qtd-pets-tutor
                 rewrite reg-tuto
              end-if
              unlock vbm-tuto
           end-if.
      *
       t01-ef-cd-tutor-aft-proc.
           modify t01-la-status title s01-status.
              if s01-cd-tutor equal spaces or equal zeros
                 display message box
                 "Informe um codigo valido!"
                 set s01-campos-validos               to false
                 perform modificar-componentes
                 inquire t01-ef-cd-tutor              id in control-id
                 move 4                               to accept-control
                 exit paragraph
              end-if.
           initialize reg-tuto.
           move s01-cd-tutor to tuto-cd-tutor.
           read vbm-tuto with no lock.
           if wss-pesquisa
              if valid-vbm-tuto
                 perform mover-registro-para-tela
                 perform modificar-componentes
              else
                 display
                    message box
                    "Deseja cadastrar novo tutor?"
                    type 2
                    giving return-code
                 if return-code equal mb-yes
                    initialize screen-t01
                    perform mover-registro-para-tela
                    perform modificar-componentes
                    perform habilitar-componentes
                    perform desabilitar-navegacao
                    perform habilitar-salvar-cancelar
                    modify t01-pb-novo      enabled false
                    modify t01-pb-editar    enabled false
                    modify t01-pb-excluir   enabled false
                    set wss-inclusao        to true
                 else
                    initialize screen-t01
                    perform modificar-componentes
                    perform habilitar-navegacao
                    modify t01-pb-salvar    enabled false
                    modify t01-pb-cancelar  enabled false
                    inquire t01-ef-cd-tutor id in control-id
                    move 4                  to accept-control
              end-if
           end-if.
      *
      ******************************************************************
      *    preenchimento automatico de endereco a partir do cep         *
      ******************************************************************
       t01-ef-cep-tutor-aft-proc.
           modify t01-la-status title s01-status.
           if s01-cep-tutor equal spaces
              exit paragraph
           end-if.
           perform extrair-digitos-cep.
           if ws-cep-qtd not equal 8
              exit paragraph
           end-if.
           move ws-cep-numero               to cep-codigo.
           read vbm-cep with no lock.
           if not valid-vbm-cep
              display message box
                 "CEP nao encontrado na base - preencha o endereco "
                 "manualmente"
              exit paragraph
           end-if.
           if (s01-uf-tutor     not equal spaces and
               s01-uf-tutor     not equal cep-uf)     or
              (s01-cidade-tutor not equal spaces and
               s01-cidade-tutor not equal cep-cidade) or
              (s01-bairro-tutor not equal spaces and
               s01-bairro-tutor not equal cep-bairro)
              display message box
                 "Endereco ja preenchido manualmente. Substituir pelos"
                 " dados do CEP?"
                 type 2
                 giving return-code
              if return-code not equal mb-yes
                 exit paragraph
              end-if
           end-if.
           move cep-uf                      to s01-uf-tutor.
           move cep-cidade                  to s01-cidade-tutor.
           move cep-bairro                  to s01-bairro-tutor.
           if s01-rua-tutor equal spaces
              move cep-rua                  to s01-rua-tutor
           end-if.
           perform modificar-componentes.
      *
       extrair-digitos-cep.
           move zero                         to ws-cep-numero.
           move zero                         to ws-cep-qtd.
           perform varying ws-cep-pos from 1 by 1
                      until ws-cep-pos > 9
              if s01-cep-tutor(ws-cep-pos:1) is numeric
                 move s01-cep-tutor(ws-cep-pos:1) to ws-cep-digito
                 add 1                       to ws-cep-qtd
                 if ws-cep-qtd <= 8
                    compute ws-cep-numero = ws-cep-numero * 10 +
                       ws-cep-digito
                 end-if
              end-if
           end-perform.
      *
       t01-rb-tp-fisica-evt-proc.
           evaluate event-type
           when cmd-clicked
              perform t01-rb-tp-pessoa-tutor-evt-cmd-clicked
           when other
           end-evaluate.
      *
       t01-rb-tp-juridica-evt-proc.
           evaluate event-type
           when cmd-clicked
              perform t01-rb-tp-pessoa-tutor-evt-cmd-clicked
           when other
           end-evaluate.
      *
       t01-rb-tp-pessoa-tutor-evt-cmd-clicked.
           inquire t01-rb-tp-fisica-tutor   value s01-tp-pessoa-tutor.
           inquire t01-rb-tp-juridica-tutor value s01-tp-pessoa-tutor.
      *
       validar-campos.
           set s01-campos-validos                     to true.
           initialize s01-status.
           modify t01-la-status title s01-status.
           if keystatus equal 52
              exit paragraph
           end-if.
      *
           inquire t01-ef-nm-tutor id in w-id-field.
           if w-id-field equal control-id or s01-validar-todos-campos
              if s01-nm-tutor equal spaces
                 display message box
                 "Informe o nome do tutor!"
                 set s01-campos-validos               to false
                 inquire t01-ef-nm-tutor              id in control-id
                 move 4                               to accept-control
                 exit paragraph
              end-if
           end-if.
      *
           inquire t01-ef-rn-tutor id in w-id-field.
              if w-id-field equal control-id or s01-validar-todos-campos
                 if s01-rn-tutor equal spaces
                 display message box
                 "Informe o CPF ou CNPJ do tutor!"
                 set s01-campos-validos               to false
                 inquire t01-ef-rn-tutor              id in control-id
                 move 4                               to accept-control
                 exit paragraph
              end-if
              perform validar-documento-tutor
              if not s01-documento-valido
                 display message box
                 "CPF ou CNPJ invalido - confira os digitos informados!"
                 set s01-campos-validos               to false
                 inquire t01-ef-rn-tutor              id in control-id
                 move 4                               to accept-control
                 exit paragraph
              end-if
           end-if.
      *
           inquire t01-ef-contato-tutor id in w-id-field.
              if w-id-field equal control-id or s01-validar-todos-campos
                 if s01-contato-tutor equal spaces
                 display message box
                 "Informe o celular do tutor!"
                 set s01-campos-validos               to false
                 inquire t01-ef-contato-tutor         id in control-id
                 move 4                               to accept-control
                 exit paragraph
              end-if
           end-if.
      *
           inquire t01-ef-qtd-pets-tutor id in w-id-field.
              if w-id-field equal control-id or s01-validar-todos-campos
                 if s01-qtd-pets-tutor equal spaces
                 display message box
                 "Informe a quantidade de pets do tutor!"
                 set s01-campos-validos               to false
                 inquire t01-ef-qtd-pets-tutor        id in control-id
                 move 4                               to accept-control
                 exit paragraph
              end-if
           end-if.
      *
           inquire t01-ef-cidade-tutor id in w-id-field.
              if w-id-field equal control-id or s01-validar-todos-campos
                 if s01-cidade-tutor equal spaces
                 display message box
                 "Informe a cidade do tutor!"
                 set s01-campos-validos               to false
                 inquire t01-ef-cidade-tutor          id in control-id
                 move 4                               to accept-control
                 exit paragraph
              end-if
           end-if.
      *
           inquire t01-ef-cep-tutor id in w-id-field.
              if w-id-field equal control-id or s01-validar-todos-campos
                 if s01-cep-tutor equal spaces
                 display message box
                 "Informe o CEP do tutor"
                 set s01-campos-validos               to false
                 inquire t01-ef-cep-tutor        id in control-id
                 move 4                               to accept-control
                 exit paragraph
              end-if
           end-if.
      *
           inquire t01-ef-uf-tutor id in w-id-field.
              if w-id-field equal control-id or s01-validar-todos-campos
                 if s01-uf-tutor equal spaces
                 display message box
                 "Informe a UF do tutor"
                 set s01-campos-validos               to false
                 inquire t01-ef-uf-tutor              id in control-id
                 move 4                               to accept-control
                 exit paragraph
              end-if
           end-if.
      *
           inquire t01-ef-rua-tutor id in w-id-field.
              if w-id-field equal control-id or s01-validar-todos-campos
                 if s01-rua-tutor equal spaces
                 display message box
                 "Informe a rua do tutor"
                 set s01-campos-validos               to false
                 inquire t01-ef-rua-tutor             id in control-id
                 move 4                               to accept-control
                 exit paragraph
              end-if
           end-if.
      *
           inquire t01-ef-bairro-tutor id in w-id-field.
              if w-id-field equal control-id or s01-validar-todos-campos
                 if s01-bairro-tutor equal spaces
                 display message box
                 "Informe o bairro do tutor"
                 set s01-campos-validos               to false
                 inquire t01-ef-bairro-tutor          id in control-id
                 move 4                               to accept-control
                 exit paragraph
              end-if
           end-if.
      *
           inquire t01-ef-numero-tutor id in w-id-field.
              if w-id-field equal control-id or s01-validar-todos-campos
                 if s01-numero-tutor equal spaces
                 display message box
                 "Informe o numero da moradia do tutor"
                 set s01-campos-validos               to false
                 inquire t01-ef-numero-tutor          id in control-id
                 move 4                               to accept-control
                 exit paragraph
              end-if
           end-if.
      *
      ******************************************************************
      *    validacao do digito verificador do cpf / cnpj do tutor       *
      ******************************************************************
       validar-documento-tutor.
           set s01-documento-valido          to true.
           perform extrair-digitos-documento.
           if s01-fisica-tutor
              if ws-doc-qtd not equal 11
                 set s01-documento-valido    to false
                 exit paragraph
              end-if
              perform validar-cpf
           end-if.
           if s01-juridica-tutor
              if ws-doc-qtd not equal 14
                 set s01-documento-valido    to false
                 exit paragraph
              end-if
              perform validar-cnpj
           end-if.
      *
       extrair-digitos-documento.
           move zero                         to ws-doc-qtd.
           move zero                         to ws-doc-numero.
           initialize ws-doc-digitos.
           perform varying ws-doc-pos from 1 by 1
                      until ws-doc-pos > 18
              if s01-rn-tutor(ws-doc-pos:1) is numeric
                 add 1                       to ws-doc-qtd
                 if ws-doc-qtd <= 14
                    move s01-rn-tutor(ws-doc-pos:1)
                      to ws-doc-digito(ws-doc-qtd)
                    compute ws-doc-numero = ws-doc-numero * 10 +
                       ws-doc-digito(ws-doc-qtd)
                 end-if
              end-if
           end-perform.
      *
       validar-cpf.
           move zero                         to ws-doc-repetido.
           set ws-doc-todos-iguais           to true.
           perform varying ws-doc-pos from 2 by 1 until ws-doc-pos > 11
              if ws-doc-digito(ws-doc-pos) not equal ws-doc-digito(1)
                 set ws-doc-todos-iguais      to false
              end-if
           end-perform.
           if ws-doc-todos-iguais
              set s01-documento-valido        to false
              exit paragraph
           end-if.
      *
           move zero                         to ws-doc-soma.
           perform varying ws-doc-pos from 1 by 1 until ws-doc-pos > 9
              compute ws-doc-soma = ws-doc-soma +
                 (ws-doc-digito(ws-doc-pos) * (11 - ws-doc-pos))
           end-perform.
           divide ws-doc-soma by 11 giving ws-doc-resto
                                      remainder ws-doc-resto.
           if ws-doc-resto < 2
              move zero                       to ws-doc-dv1
           else
              compute ws-doc-dv1 = 11 - ws-doc-resto
           end-if.
           if ws-doc-dv1 not equal ws-doc-digito(10)
              set s01-documento-valido        to false
              exit paragraph
           end-if.
      *
           move zero                         to ws-doc-soma.
           perform varying ws-doc-pos from 1 by 1 until ws-doc-pos > 10
              compute ws-doc-soma = ws-doc-soma +
                 (ws-doc-digito(ws-doc-pos) * (12 - ws-doc-pos))
           end-perform.
           divide ws-doc-soma by 11 giving ws-doc-resto
                                      remainder ws-doc-resto.
           if ws-doc-resto < 2
              move zero                       to ws-doc-dv2
           else
              compute ws-doc-dv2 = 11 - ws-doc-resto
           end-if.
           if ws-doc-dv2 not equal ws-doc-digito(11)
              set s01-documento-valido        to false
           end-if.
      *
       validar-cnpj.
           move zero                         to ws-doc-repetido.
           set ws-doc-todos-iguais           to true.
           perform varying ws-doc-pos from 2 by 1 until ws-doc-pos > 14
              if ws-doc-digito(ws-doc-pos) not equal ws-doc-digito(1)
                 set ws-doc-todos-iguais      to false
              end-if
           end-perform.
           if ws-doc-todos-iguais
              set s01-documento-valido        to false
              exit paragraph
           end-if.
      *
           move zero                         to ws-doc-soma.
           perform varying ws-doc-pos from 1 by 1 until ws-doc-pos > 12
              compute ws-doc-soma = ws-doc-soma +
                 (ws-doc-digito(ws-doc-pos) *
                  ws-peso-cnpj-dv1(ws-doc-pos))
           end-perform.
           divide ws-doc-soma by 11 giving ws-doc-resto
                                      remainder ws-doc-resto.
           if ws-doc-resto < 2
              move zero                       to ws-doc-dv1
           else
              compute ws-doc-dv1 = 11 - ws-doc-resto
           end-if.
           if ws-doc-dv1 not equal ws-doc-digito(13)
              set s01-documento-valido        to false
              exit paragraph
           end-if.
      *
           move zero                         to ws-doc-soma.
           perform varying ws-doc-pos from 1 by 1 until ws-doc-pos > 12
              compute ws-doc-soma = ws-doc-soma +
                 (ws-doc-digito(ws-doc-pos) *
                  ws-peso-cnpj-dv2(ws-doc-pos))
           end-perform.
           compute ws-doc-soma = ws-doc-soma +
              (ws-doc-dv1 * ws-peso-cnpj-dv2(13)).
           divide ws-doc-soma by 11 giving ws-doc-resto
                                      remainder ws-doc-resto.
           if ws-doc-resto < 2
              move zero                       to ws-doc-dv2
           else
              compute ws-doc-dv2 = 11 - ws-doc-resto
           end-if.
           if ws-doc-dv2 not equal ws-doc-digito(14)
              set s01-documento-valido        to false
           end-if.
      *
