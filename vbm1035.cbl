       identification                       division.
       program-id.                          vbm-1035.
       author.                              stanicki.
       date-written.                        out-2026.
      ******************************************************************
      *      relatorio de dados pessoais do titular (lgpd)             *
      *      a partir do cpf/cnpj ou do codigo do tutor, lista tudo o  *
      *      que a base guarda sobre a pessoa: cadastro (vbm-tuto) e   *
      *      arquivo morto (vbm-atut), pets, imagens da trilha de      *
      *      auditoria (vbm-ttau) e da auditoria arquivada (vbm-atau), *
      *      lista de espera (vbm-espr), mensagens nao entregues       *
      *      (vbm-fmsg), ultimo intercambio com os parceiros           *
      *      (vbm-intc), ultimo extrato de lembretes (vbm-lemb),       *
      *      recebimentos, estornos, pacotes e rps do caixa e, se ja   *
      *      houve, o registro da anonimizacao (vbm-lgpd)              *
      *                                                                *
      *      pelo cpf/cnpj entram todos os codigos de tutor em que o   *
      *      documento aparece, inclusive em imagem antiga da          *
      *      auditoria, no arquivo morto e como tomador de rps         *
      *                                                                *
      *      parametros por variavel de ambiente:                      *
      *        VBM-1035-DOC ..... cpf/cnpj (pontuacao e ignorada)      *
      *        VBM-1035-TUTOR ... codigo do tutor                      *
      ******************************************************************
       environment                          division.
       special-names.
           decimal-point is comma.
       input-output                         section.
       file-control.
           copy "vbm-tuto.sl".
           copy "vbm-atut.sl".
           copy "vbm-pet.sl".
           copy "vbm-apet.sl".
           copy "vbm-ttau.sl".
           copy "vbm-atau.sl".
           copy "vbm-espr.sl".
           copy "vbm-fmsg.sl".
           copy "vbm-intc.sl".
           copy "vbm-lemb.sl".
           copy "vbm-caix.sl".
           copy "vbm-estc.sl".
           copy "vbm-pcvd.sl".
           copy "vbm-nfse.sl".
           copy "vbm-lgpd.sl".
           copy "vbm-rlgp.sl".
       data                                 division.
       file                                 section.
           copy "vbm-tuto.fd".
           copy "vbm-atut.fd".
           copy "vbm-pet.fd".
           copy "vbm-apet.fd".
           copy "vbm-ttau.fd".
           copy "vbm-atau.fd".
           copy "vbm-espr.fd".
           copy "vbm-fmsg.fd".
           copy "vbm-intc.fd".
           copy "vbm-lemb.fd".
           copy "vbm-caix.fd".
           copy "vbm-estc.fd".
           copy "vbm-pcvd.fd".
           copy "vbm-nfse.fd".
           copy "vbm-lgpd.fd".
           copy "vbm-rlgp.fd".
      ******************************************************************
      *                        working storage                         *
      ******************************************************************
       working-storage                      section.
       77 fs-vbm-tuto pic xx.
          88 valid-vbm-tuto value "00" thru "09".
       77 fs-vbm-atut pic xx.
          88 valid-vbm-atut value "00" thru "09".
          88 inexistente-vbm-atut value "35".
       77 fs-vbm-pet pic xx.
          88 valid-vbm-pet value "00" thru "09".
       77 fs-vbm-apet pic xx.
          88 valid-vbm-apet value "00" thru "09".
          88 inexistente-vbm-apet value "35".
       77 fs-vbm-ttau pic xx.
          88 valid-vbm-ttau value "00" thru "09".
       77 fs-vbm-atau pic xx.
          88 valid-vbm-atau value "00" thru "09".
       77 fs-vbm-espr pic xx.
          88 valid-vbm-espr value "00" thru "09".
          88 inexistente-vbm-espr value "35".
       77 fs-vbm-fmsg pic xx.
          88 valid-vbm-fmsg value "00" thru "09".
          88 inexistente-vbm-fmsg value "35".
       77 fs-vbm-intc pic xx.
          88 valid-vbm-intc value "00" thru "09".
       77 fs-vbm-lemb pic xx.
          88 valid-vbm-lemb value "00" thru "09".
       77 fs-vbm-caix pic xx.
          88 valid-vbm-caix value "00" thru "09".
          88 inexistente-vbm-caix value "35".
       77 fs-vbm-estc pic xx.
          88 valid-vbm-estc value "00" thru "09".
          88 inexistente-vbm-estc value "35".
       77 fs-vbm-pcvd pic xx.
          88 valid-vbm-pcvd value "00" thru "09".
          88 inexistente-vbm-pcvd value "35".
       77 fs-vbm-nfse pic xx.
          88 valid-vbm-nfse value "00" thru "09".
          88 inexistente-vbm-nfse value "35".
       77 fs-vbm-lgpd pic xx.
          88 valid-vbm-lgpd value "00" thru "09".
          88 inexistente-vbm-lgpd value "35".
       77 fs-vbm-rlgp pic xx.
          88 valid-vbm-rlgp value "00" thru "09".
      *
       01 wss-controle-batch                pic 9(01).
          88 wss-fim-arquivo                value 1 false 0.
       01 wss-fl-fim-filhos                 pic 9(01).
          88 wss-fim-filhos                 value 1 false 0.
      *
       01 ws-operador                       pic x(08).
       01 ws-dt-hoje                        pic 9(08).
       01 ws-hr-agora                       pic 9(08).
      *
       01 ws-parametro-x                    pic x(20).
       01 ws-par-pos                        pic 9(02) comp.
       01 ws-par-digito                     pic 9(01).
       01 ws-par-valor                      pic 9(14).
       01 ws-doc-titular                    pic 9(14).
       01 ws-cd-titular                     pic 9(07).
      *
       01 ws-qtd-tab                        pic 9(03) comp.
       01 ws-idx                            pic 9(03) comp.
       01 ws-idx-achado                     pic 9(03) comp.
       01 ws-tab-titulares.
          03 ws-tab-cd-tutor                pic 9(07) occurs 50 times.
       01 ws-total-excedentes               pic 9(03) comp.
       01 ws-cd-candidato                   pic 9(07).
       01 ws-cd-atual                       pic 9(07).
      *
       01 ws-qtd-secao                      pic 9(05) comp.
       01 ws-tot-tuto                       pic 9(07) comp.
       01 ws-tot-atut                       pic 9(07) comp.
       01 ws-tot-pet                        pic 9(07) comp.
       01 ws-tot-ttau                       pic 9(07) comp.
       01 ws-tot-atau                       pic 9(07) comp.
       01 ws-tot-espr                       pic 9(07) comp.
       01 ws-tot-fmsg                       pic 9(07) comp.
       01 ws-tot-intc                       pic 9(07) comp.
       01 ws-tot-lemb                       pic 9(07) comp.
       01 ws-tot-caix                       pic 9(07) comp.
       01 ws-tot-estc                       pic 9(07) comp.
       01 ws-tot-pcvd                       pic 9(07) comp.
       01 ws-tot-nfse                       pic 9(07) comp.
       01 ws-tot-lgpd                       pic 9(07) comp.
      *
      ******************************************************************
      *    imagens de trabalho: tutor (mesmo layout de vbm-tuto, de    *
      *    vbm-atut e da parte final de vbm-ttau/vbm-atau), linha da   *
      *    auditoria, pet (vbm-pet e vbm-apet) e os registros "T" do   *
      *    intercambio e "L" do extrato de lembretes                   *
      ******************************************************************
       01 ws-img-tutor.
          03 wsi-cd-tutor                   pic 9(07).
          03 wsi-rn-tutor                   pic 9(14).
          03 wsi-tp-pessoa-tutor            pic 9(01).
             88 wsi-fisica-tutor            value 1.
             88 wsi-juridica-tutor          value 2.
          03 wsi-nm-tutor                   pic x(30).
          03 wsi-ddd-tutor                  pic 9(02).
          03 wsi-fone-tutor                 pic 9(09).
          03 wsi-qtd-pets-tutor             pic 9(02).
          03 wsi-uf-tutor                   pic x(02).
          03 wsi-cep-tutor                  pic 9(08).
          03 wsi-cidade-tutor               pic x(30).
          03 wsi-bairro-tutor               pic x(30).
          03 wsi-rua-tutor                  pic x(30).
          03 wsi-numero-tutor               pic 9(12).
          03 wsi-situacao                   pic x(01).
             88 wsi-ativo                   value "A".
             88 wsi-excluido                value "E".
          03 wsi-fl-contato                 pic x(01).
       01 ws-img-auditoria.
          03 wsa-dt-hora.
             05 wsa-data                    pic 9(08).
             05 wsa-hora                    pic 9(06).
          03 wsa-operador                   pic x(08).
          03 wsa-tipo-acao                  pic x(01).
             88 wsa-acao-alteracao          value "A".
             88 wsa-acao-exclusao           value "E".
          03 wsa-imagem-tutor.
             05 wsa-cd-tutor                pic 9(07).
             05 wsa-rn-tutor                pic 9(14).
             05 filler                      pic x(158).
       01 ws-img-pet.
          03 wsp-cd-tutor                   pic 9(07).
          03 wsp-cd-pet                     pic 9(03).
          03 wsp-nm-pet                     pic x(20).
          03 wsp-especie-pet                pic x(15).
          03 wsp-raca-pet                   pic x(20).
          03 wsp-dt-nasc-pet                pic 9(08).
          03 wsp-cd-especie-pet             pic 9(03).
          03 wsp-cd-raca-pet                pic 9(03).
          03 wsp-situacao-pet               pic x(01).
             88 wsp-obito-pet               value "O".
          03 wsp-dt-obito-pet               pic 9(08).
       01 ws-img-intc.
          03 wsn-tp-registro                pic x(01).
             88 wsn-registro-tutor          value "T".
          03 wsn-cd-tutor                   pic 9(07).
          03 wsn-rn-tutor                   pic 9(14).
          03 wsn-tp-pessoa                  pic 9(01).
          03 wsn-nm-tutor                   pic x(30).
          03 wsn-ddd-tutor                  pic 9(02).
          03 wsn-fone-tutor                 pic 9(09).
          03 wsn-uf-tutor                   pic x(02).
          03 wsn-cep-tutor                  pic 9(08).
          03 wsn-cidade-tutor               pic x(30).
       01 ws-img-lemb.
          03 wsm-tp-registro                pic x(01).
             88 wsm-registro-lembrete       value "L".
          03 wsm-dt-agenda                  pic 9(08).
          03 wsm-hr-agenda                  pic 9(04).
          03 wsm-ddd-tutor                  pic 9(02).
          03 wsm-fone-tutor                 pic 9(09).
          03 wsm-nm-tutor                   pic x(30).
          03 wsm-nm-pet                     pic x(20).
          03 wsm-desc-servico               pic x(10).
          03 wsm-cd-tutor                   pic x(07).
          03 wsm-cd-tutor-n redefines wsm-cd-tutor
                                            pic 9(07).
          03 wsm-cd-pet                     pic x(03).
      *
       01 ws-tp-servico                     pic 9(01).
       01 ws-desc-servico                   pic x(08).
       01 ws-tp-pagamento                   pic 9(01).
       01 ws-desc-forma                     pic x(08).
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
       01 ws-hora-aux                       pic 9(06).
       01 ws-hora-aux-r redefines ws-hora-aux.
          03 ws-aux-hh                      pic 9(02).
          03 ws-aux-mm                      pic 9(02).
          03 ws-aux-ss                      pic 9(02).
       01 ws-hora-fmt.
          03 ws-fmt-hh                      pic 9(02).
          03 filler                         pic x(01) value ":".
          03 ws-fmt-mm                      pic 9(02).
          03 filler                         pic x(01) value ":".
          03 ws-fmt-ss                      pic 9(02).
      *
       01 ws-linha-titulo                   pic x(132).
       01 ws-linha-branco                   pic x(132) value spaces.
       01 ws-linha-emissao.
          03 filler                         pic x(25)
             value "emitido em.............: ".
          03 wsl-dt-emissao                 pic x(10).
          03 filler                         pic x(01) value space.
          03 wsl-hr-emissao                 pic x(08).
          03 filler                         pic x(05) value " por ".
          03 wsl-operador-emissao           pic x(08).
       01 ws-linha-criterio.
          03 filler                         pic x(25)
             value "criterio de pesquisa...: ".
          03 wsl-criterio                   pic x(80).
       01 ws-linha-sem-criterio             pic x(132)
          value "informe o cpf ou cnpj (VBM-1035-DOC) ou o codigo do tut
      -        "or (VBM-1035-TUTOR)".
       01 ws-linha-nao-localizado           pic x(132)
          value "nenhum registro localizado para o criterio informado".
       01 ws-linha-excesso                  pic x(132)
          value "limite de 50 codigos de tutor atingido - refine a pesqu
      -        "isa pelo codigo".
       01 ws-linha-titular.
          03 filler                         pic x(32)
             value "================ titular codigo ".
          03 wsl-cd-titular                 pic z(06)9.
          03 filler                         pic x(17)
             value " ================".
       01 ws-linha-secao.
          03 filler                         pic x(02) value spaces.
          03 wsl-secao                      pic x(60).
       01 ws-linha-nenhum                   pic x(132)
          value "    nenhum registro".
       01 ws-linha-indisponivel             pic x(132)
          value "    arquivo nao disponivel".
       01 ws-linha-tutor-1.
          03 filler                         pic x(04) value spaces.
          03 filler                         pic x(05) value "doc: ".
          03 wsl-rn-tutor                   pic 9(14).
          03 filler                         pic x(07) value " tipo: ".
          03 wsl-tp-pessoa                  pic x(08).
          03 filler                         pic x(07) value " nome: ".
          03 wsl-nm-tutor                   pic x(30).
          03 filler                         pic x(07) value " fone: ".
          03 wsl-ddd-tutor                  pic 9(02).
          03 filler                         pic x(01) value "-".
          03 wsl-fone-tutor                 pic 9(09).
          03 filler                         pic x(10)
             value " contato: ".
          03 wsl-fl-contato                 pic x(01).
          03 filler                         pic x(11)
             value " situacao: ".
          03 wsl-situacao                   pic x(08).
       01 ws-linha-tutor-2.
          03 filler                         pic x(04) value spaces.
          03 filler                         pic x(06) value "end.: ".
          03 wsl-rua-tutor                  pic x(30).
          03 filler                         pic x(01) value space.
          03 wsl-numero-tutor               pic z(11)9.
          03 filler                         pic x(01) value space.
          03 wsl-bairro-tutor               pic x(30).
          03 filler                         pic x(01) value space.
          03 wsl-cidade-tutor               pic x(30).
          03 filler                         pic x(01) value space.
          03 wsl-uf-tutor                   pic x(02).
          03 filler                         pic x(05) value " cep ".
          03 wsl-cep-tutor                  pic 9(08).
       01 ws-linha-auditoria.
          03 filler                         pic x(04) value spaces.
          03 wsl-dt-acao                    pic x(10).
          03 filler                         pic x(01) value space.
          03 wsl-hr-acao                    pic x(08).
          03 filler                         pic x(10)
             value " operador ".
          03 wsl-operador-acao              pic x(08).
          03 filler                         pic x(01) value space.
          03 wsl-acao                       pic x(10).
       01 ws-linha-pet.
          03 filler                         pic x(04) value spaces.
          03 filler                         pic x(04) value "pet ".
          03 wsl-cd-pet                     pic zz9.
          03 filler                         pic x(01) value space.
          03 wsl-nm-pet                     pic x(20).
          03 filler                         pic x(01) value space.
          03 wsl-especie-pet                pic x(15).
          03 filler                         pic x(01) value space.
          03 wsl-raca-pet                   pic x(20).
          03 filler                         pic x(01) value space.
          03 wsl-situacao-pet               pic x(06).
          03 filler                         pic x(01) value space.
          03 wsl-origem-pet                 pic x(15).
       01 ws-linha-espera.
          03 filler                         pic x(04) value spaces.
          03 filler                         pic x(09) value "desejada ".
          03 wsl-dt-desejada                pic x(10).
          03 filler                         pic x(05) value " pet ".
          03 wsl-esp-cd-pet                 pic zz9.
          03 filler                         pic x(01) value space.
          03 wsl-esp-servico                pic x(08).
          03 filler                         pic x(06) value " fone ".
          03 wsl-esp-ddd                    pic 9(02).
          03 filler                         pic x(01) value "-".
          03 wsl-esp-fone                   pic 9(09).
          03 filler                         pic x(09) value " entrada ".
          03 wsl-dt-entrada                 pic x(10).
          03 filler                         pic x(01) value space.
          03 wsl-esp-situacao               pic x(08).
       01 ws-linha-fmsg.
          03 filler                         pic x(04) value spaces.
          03 filler                         pic x(07) value "falhas ".
          03 wsl-qtd-falhas                 pic z(04)9.
          03 filler                         pic x(10)
             value " entregas ".
          03 wsl-qtd-entregas               pic z(04)9.
          03 filler                         pic x(14)
             value " ultima falha ".
          03 wsl-dt-ultima-falha            pic x(10).
          03 filler                         pic x(06) value " fone ".
          03 wsl-ddd-falha                  pic 9(02).
          03 filler                         pic x(01) value "-".
          03 wsl-fone-falha                 pic 9(09).
          03 filler                         pic x(16)
             value " ultima entrega ".
          03 wsl-dt-ultima-entrega          pic x(10).
       01 ws-linha-intc.
          03 filler                         pic x(04) value spaces.
          03 filler                         pic x(04) value "doc ".
          03 wsl-int-rn                     pic 9(14).
          03 filler                         pic x(01) value space.
          03 wsl-int-nm                     pic x(30).
          03 filler                         pic x(06) value " fone ".
          03 wsl-int-ddd                    pic 9(02).
          03 filler                         pic x(01) value "-".
          03 wsl-int-fone                   pic 9(09).
          03 filler                         pic x(01) value space.
          03 wsl-int-uf                     pic x(02).
          03 filler                         pic x(05) value " cep ".
          03 wsl-int-cep                    pic 9(08).
          03 filler                         pic x(01) value space.
          03 wsl-int-cidade                 pic x(30).
       01 ws-linha-lemb.
          03 filler                         pic x(04) value spaces.
          03 filler                         pic x(07) value "agenda ".
          03 wsl-lem-dt                     pic x(10).
          03 filler                         pic x(01) value space.
          03 wsl-lem-hr                     pic 9(04).
          03 filler                         pic x(06) value " fone ".
          03 wsl-lem-ddd                    pic 9(02).
          03 filler                         pic x(01) value "-".
          03 wsl-lem-fone                   pic 9(09).
          03 filler                         pic x(01) value space.
          03 wsl-lem-nm                     pic x(30).
          03 filler                         pic x(01) value space.
          03 wsl-lem-pet                    pic x(20).
          03 filler                         pic x(01) value space.
          03 wsl-lem-servico                pic x(10).
       01 ws-linha-caixa.
          03 filler                         pic x(04) value spaces.
          03 filler                         pic x(11)
             value "atendim.   ".
          03 wsl-cx-dt-agenda               pic x(10).
          03 filler                         pic x(01) value space.
          03 wsl-cx-hr-agenda               pic 9(04).
          03 filler                         pic x(05) value " pet ".
          03 wsl-cx-cd-pet                  pic zz9.
          03 filler                         pic x(01) value space.
          03 wsl-cx-servico                 pic x(08).
          03 filler                         pic x(01) value space.
          03 wsl-cx-vl-recebido             pic z.zzz.zz9,99.
          03 filler                         pic x(01) value space.
          03 wsl-cx-forma                   pic x(08).
          03 filler                         pic x(13)
             value " recebido em ".
          03 wsl-cx-dt-recebimento          pic x(10).
          03 filler                         pic x(01) value space.
          03 wsl-cx-operador                pic x(08).
       01 ws-linha-estorno.
          03 filler                         pic x(04) value spaces.
          03 filler                         pic x(11)
             value "atendim.   ".
          03 wsl-es-dt-agenda               pic x(10).
          03 filler                         pic x(01) value space.
          03 wsl-es-hr-agenda               pic 9(04).
          03 filler                         pic x(05) value " pet ".
          03 wsl-es-cd-pet                  pic zz9.
          03 filler                         pic x(01) value space.
          03 wsl-es-servico                 pic x(08).
          03 filler                         pic x(01) value space.
          03 wsl-es-vl-recebido             pic z.zzz.zz9,99.
          03 filler                         pic x(14)
             value " estornado em ".
          03 wsl-es-dt-estorno              pic x(10).
          03 filler                         pic x(01) value space.
          03 wsl-es-motivo                  pic x(40).
       01 ws-linha-pacote.
          03 filler                         pic x(04) value spaces.
          03 filler                         pic x(06) value "venda ".
          03 wsl-pc-dt-venda                pic x(10).
          03 filler                         pic x(05) value " pet ".
          03 wsl-pc-cd-pet                  pic zz9.
          03 filler                         pic x(01) value space.
          03 wsl-pc-ds-pacote               pic x(30).
          03 filler                         pic x(01) value space.
          03 wsl-pc-vl-recebido             pic z.zzz.zz9,99.
          03 filler                         pic x(01) value space.
          03 wsl-pc-forma                   pic x(08).
          03 filler                         pic x(01) value space.
          03 wsl-pc-situacao                pic x(09).
       01 ws-linha-nfse.
          03 filler                         pic x(04) value spaces.
          03 filler                         pic x(04) value "rps ".
          03 wsl-nf-nr-rps                  pic z(07)9.
          03 filler                         pic x(09) value " emissao ".
          03 wsl-nf-dt-emissao              pic x(10).
          03 filler                         pic x(09) value " tomador ".
          03 wsl-nf-rn-tomador              pic 9(14).
          03 filler                         pic x(01) value space.
          03 wsl-nf-vl-servico              pic z.zzz.zz9,99.
          03 filler                         pic x(01) value space.
          03 wsl-nf-situacao                pic x(12).
          03 filler                         pic x(07) value " nfs-e ".
          03 wsl-nf-nr-nfse                 pic x(15).
       01 ws-linha-lgpd-1.
          03 filler                         pic x(04) value spaces.
          03 filler                         pic x(15)
             value "anonimizado em ".
          03 wsl-lg-dt                      pic x(10).
          03 filler                         pic x(01) value space.
          03 wsl-lg-hr                      pic x(08).
          03 filler                         pic x(05) value " por ".
          03 wsl-lg-operador                pic x(08).
          03 filler                         pic x(01) value space.
          03 wsl-lg-situacao                pic x(20).
       01 ws-linha-lgpd-2.
          03 filler                         pic x(04) value spaces.
          03 filler                         pic x(12)
             value "fundamento: ".
          03 wsl-lg-motivo                  pic x(60).
       01 ws-linha-total.
          03 filler                         pic x(42).
          03 wsl-total                      pic z(06)9.
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
           perform carregar-parametros.
           perform imprimir-cabecalho.
           if ws-doc-titular equal zero
              and ws-cd-titular equal zero
              write reg-rlgp                from ws-linha-sem-criterio
              move 4                         to return-code
           else
              perform localizar-titulares
              if ws-qtd-tab equal zero
                 write reg-rlgp             from ws-linha-nao-localizado
              end-if
              perform varying ws-idx from 1 by 1
                         until ws-idx > ws-qtd-tab
                 move ws-tab-cd-tutor(ws-idx) to ws-cd-atual
                 perform imprimir-titular
              end-perform
              if ws-total-excedentes > 0
                 write reg-rlgp             from ws-linha-branco
                 write reg-rlgp             from ws-linha-excesso
              end-if
              perform imprimir-total
           end-if.
           perform fechar-arquivos.
           goback.
      *
       abrir-arquivos.
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
           open input vbm-tuto.
           if not valid-vbm-tuto
              display "erro ao abrir o arquivo vbm-tuto! status: "
                      fs-vbm-tuto
              move 8                         to return-code
              goback
           end-if.
           open input vbm-atut.
           if inexistente-vbm-atut
              open output vbm-atut
              close vbm-atut
              open input vbm-atut
           end-if.
           if not valid-vbm-atut
              display "erro ao abrir o arquivo vbm-atut! status: "
                      fs-vbm-atut
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
           open input vbm-apet.
           if inexistente-vbm-apet
              open output vbm-apet
              close vbm-apet
              open input vbm-apet
           end-if.
           if not valid-vbm-apet
              display "erro ao abrir o arquivo vbm-apet! status: "
                      fs-vbm-apet
              move 8                         to return-code
              goback
           end-if.
           open input vbm-espr.
           if inexistente-vbm-espr
              open output vbm-espr
              close vbm-espr
              open input vbm-espr
           end-if.
           if not valid-vbm-espr
              display "erro ao abrir o arquivo vbm-espr! status: "
                      fs-vbm-espr
              move 8                         to return-code
              goback
           end-if.
           open input vbm-fmsg.
           if inexistente-vbm-fmsg
              open output vbm-fmsg
              close vbm-fmsg
              open input vbm-fmsg
           end-if.
           if not valid-vbm-fmsg
              display "erro ao abrir o arquivo vbm-fmsg! status: "
                      fs-vbm-fmsg
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
           open input vbm-nfse.
           if inexistente-vbm-nfse
              open output vbm-nfse
              close vbm-nfse
              open input vbm-nfse
           end-if.
           if not valid-vbm-nfse
              display "erro ao abrir o arquivo vbm-nfse! status: "
                      fs-vbm-nfse
              move 8                         to return-code
              goback
           end-if.
           open input vbm-lgpd.
           if inexistente-vbm-lgpd
              open output vbm-lgpd
              close vbm-lgpd
              open input vbm-lgpd
           end-if.
           if not valid-vbm-lgpd
              display "erro ao abrir o arquivo vbm-lgpd! status: "
                      fs-vbm-lgpd
              move 8                         to return-code
              goback
           end-if.
           open output vbm-rlgp.
           if not valid-vbm-rlgp
              display "erro ao abrir o arquivo vbm-rlgp! status: "
                      fs-vbm-rlgp
              move 8                         to return-code
              goback
           end-if.
      *
       fechar-arquivos.
           close vbm-tuto.
           close vbm-atut.
           close vbm-pet.
           close vbm-apet.
           close vbm-espr.
           close vbm-fmsg.
           close vbm-caix.
           close vbm-estc.
           close vbm-pcvd.
           close vbm-nfse.
           close vbm-lgpd.
           close vbm-rlgp.
      *
      ******************************************************************
      *    cpf/cnpj (VBM-1035-DOC) e codigo do tutor (VBM-1035-TUTOR); *
      *    so os digitos contam, a pontuacao do documento e ignorada   *
      ******************************************************************
       carregar-parametros.
           move spaces                       to ws-parametro-x.
           accept ws-parametro-x            from environment
                                            "VBM-1035-DOC".
           perform converter-parametro.
           move ws-par-valor                 to ws-doc-titular.
           move spaces                       to ws-parametro-x.
           accept ws-parametro-x            from environment
                                            "VBM-1035-TUTOR".
           perform converter-parametro.
           if ws-par-valor > 9999999
              move zero                      to ws-cd-titular
           else
              move ws-par-valor              to ws-cd-titular
           end-if.
      *
       converter-parametro.
           move zero                         to ws-par-valor.
           perform varying ws-par-pos from 1 by 1
                      until ws-par-pos > 20
              if ws-parametro-x(ws-par-pos:1) is numeric
                 and ws-par-valor < 10000000000000
                 move ws-parametro-x(ws-par-pos:1) to ws-par-digito
                 compute ws-par-valor = ws-par-valor * 10 +
                    ws-par-digito
              end-if
           end-perform.
      *
       imprimir-cabecalho.
           move "dados pessoais do titular (lgpd) - vbm-1035"
                                             to ws-linha-titulo.
           write reg-rlgp                   from ws-linha-titulo.
           accept ws-dt-hoje                from date yyyymmdd.
           accept ws-hr-agora               from time.
           move ws-dt-hoje                   to ws-data-aux.
           perform formatar-data.
           move ws-data-fmt                  to wsl-dt-emissao.
           divide ws-hr-agora by 100       giving ws-hora-aux.
           perform formatar-hora.
           move ws-hora-fmt                  to wsl-hr-emissao.
           move ws-operador                  to wsl-operador-emissao.
           write reg-rlgp                   from ws-linha-emissao.
           move spaces                       to wsl-criterio.
           string
              "cpf/cnpj=["     ws-doc-titular delimited by size
              "] tutor=["      ws-cd-titular  delimited by size
              "]"                             delimited by size
              into wsl-criterio
           end-string.
           write reg-rlgp                   from ws-linha-criterio.
           write reg-rlgp                   from ws-linha-branco.
      *
      ******************************************************************
      *    passo 1 - codigos de tutor do titular: o codigo informado   *
      *    e, pelo documento, o cadastro, o arquivo morto, as imagens  *
      *    da auditoria e os rps em que a pessoa foi tomadora          *
      ******************************************************************
       localizar-titulares.
           move zero                         to ws-qtd-tab.
           move zero                         to ws-total-excedentes.
           if ws-cd-titular not equal zero
              move ws-cd-titular             to ws-cd-candidato
              perform incluir-candidato
           end-if.
           if ws-doc-titular equal zero
              exit paragraph
           end-if.
           perform localizar-doc-tuto.
           perform localizar-doc-atut.
           perform localizar-doc-ttau.
           perform localizar-doc-atau.
           perform localizar-doc-nfse.
      *
       incluir-candidato.
           move zero                         to ws-idx-achado.
           perform varying ws-idx from 1 by 1
                      until ws-idx > ws-qtd-tab
              if ws-tab-cd-tutor(ws-idx) equal ws-cd-candidato
                 move ws-idx                 to ws-idx-achado
                 move ws-qtd-tab             to ws-idx
              end-if
           end-perform.
           if ws-idx-achado equal zero
              if ws-qtd-tab < 50
                 add 1                       to ws-qtd-tab
                 move ws-cd-candidato        to
                    ws-tab-cd-tutor(ws-qtd-tab)
              else
                 add 1                       to ws-total-excedentes
              end-if
           end-if.
      *
       localizar-doc-tuto.
           set wss-fim-arquivo               to false.
           initialize reg-tuto.
           move ws-doc-titular               to tuto-rn-tutor.
           start vbm-tuto key is equal to tuto-rn-tutor.
           if not valid-vbm-tuto
              set wss-fim-arquivo            to true
           end-if.
           perform with test before until wss-fim-arquivo
              read vbm-tuto next with no lock
              if not valid-vbm-tuto
                 or tuto-rn-tutor not equal ws-doc-titular
                 set wss-fim-arquivo         to true
              else
                 move tuto-cd-tutor          to ws-cd-candidato
                 perform incluir-candidato
              end-if
           end-perform.
      *
       localizar-doc-atut.
           set wss-fim-arquivo               to false.
           move low-value                    to atut-cd-tutor.
           start vbm-atut key is not less than atut-cd-tutor.
           if not valid-vbm-atut
              set wss-fim-arquivo            to true
           end-if.
           perform with test before until wss-fim-arquivo
              read vbm-atut next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 move reg-atut               to ws-img-tutor
                 if wsi-rn-tutor equal ws-doc-titular
                    move wsi-cd-tutor        to ws-cd-candidato
                    perform incluir-candidato
                 end-if
              end-if
           end-perform.
      *
       localizar-doc-ttau.
           open input vbm-ttau.
           if not valid-vbm-ttau
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-ttau
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if ttau-rn-tutor equal ws-doc-titular
                    move ttau-cd-tutor       to ws-cd-candidato
                    perform incluir-candidato
                 end-if
              end-if
           end-perform.
           close vbm-ttau.
      *
       localizar-doc-atau.
           open input vbm-atau.
           if not valid-vbm-atau
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-atau
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 move reg-atau               to ws-img-auditoria
                 if wsa-rn-tutor equal ws-doc-titular
                    move wsa-cd-tutor        to ws-cd-candidato
                    perform incluir-candidato
                 end-if
              end-if
           end-perform.
           close vbm-atau.
      *
       localizar-doc-nfse.
           set wss-fim-arquivo               to false.
           move low-value                    to nfse-nr-rps.
           start vbm-nfse key is not less than nfse-nr-rps.
           if not valid-vbm-nfse
              set wss-fim-arquivo            to true
           end-if.
           perform with test before until wss-fim-arquivo
              read vbm-nfse next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if nfse-rn-tomador equal ws-doc-titular
                    move nfse-cd-tutor       to ws-cd-candidato
                    perform incluir-candidato
                 end-if
              end-if
           end-perform.
      *
      ******************************************************************
      *    passo 2 - para cada codigo, uma secao por arquivo com os    *
      *    registros encontrados                                       *
      ******************************************************************
       imprimir-titular.
           write reg-rlgp                   from ws-linha-branco.
           move ws-cd-atual                  to wsl-cd-titular.
           write reg-rlgp                   from ws-linha-titular.
           perform listar-tuto.
           perform listar-atut.
           perform listar-pets.
           perform listar-ttau.
           perform listar-atau.
           perform listar-espr.
           perform listar-fmsg.
           perform listar-intc.
           perform listar-lemb.
           perform listar-caix.
           perform listar-estc.
           perform listar-pcvd.
           perform listar-nfse.
           perform listar-lgpd.
      *
       iniciar-secao.
           write reg-rlgp                   from ws-linha-branco.
           write reg-rlgp                   from ws-linha-secao.
           move zero                         to ws-qtd-secao.
      *
       encerrar-secao.
           if ws-qtd-secao equal zero
              write reg-rlgp                from ws-linha-nenhum
           end-if.
      *
       listar-tuto.
           move "cadastro de tutores (vbm-tuto)" to wsl-secao.
           perform iniciar-secao.
           initialize reg-tuto.
           move ws-cd-atual                  to tuto-cd-tutor.
           read vbm-tuto with no lock.
           if valid-vbm-tuto
              move reg-tuto                  to ws-img-tutor
              perform imprimir-dados-tutor
              add 1                          to ws-qtd-secao
              add 1                          to ws-tot-tuto
           end-if.
           perform encerrar-secao.
      *
       listar-atut.
           move "arquivo morto de tutores (vbm-atut)" to wsl-secao.
           perform iniciar-secao.
           move ws-cd-atual                  to atut-cd-tutor.
           read vbm-atut with no lock.
           if valid-vbm-atut
              move reg-atut                  to ws-img-tutor
              perform imprimir-dados-tutor
              add 1                          to ws-qtd-secao
              add 1                          to ws-tot-atut
           end-if.
           perform encerrar-secao.
      *
       imprimir-dados-tutor.
           move wsi-rn-tutor                 to wsl-rn-tutor.
           evaluate true
              when wsi-fisica-tutor
                 move "fisica"               to wsl-tp-pessoa
              when wsi-juridica-tutor
                 move "juridica"             to wsl-tp-pessoa
              when other
                 move spaces                 to wsl-tp-pessoa
           end-evaluate.
           move wsi-nm-tutor                 to wsl-nm-tutor.
           move wsi-ddd-tutor                to wsl-ddd-tutor.
           move wsi-fone-tutor               to wsl-fone-tutor.
           move wsi-fl-contato               to wsl-fl-contato.
           evaluate true
              when wsi-ativo
                 move "ativo"                to wsl-situacao
              when wsi-excluido
                 move "excluido"             to wsl-situacao
              when other
                 move wsi-situacao           to wsl-situacao
           end-evaluate.
           write reg-rlgp                   from ws-linha-tutor-1.
           move wsi-rua-tutor                to wsl-rua-tutor.
           move wsi-numero-tutor             to wsl-numero-tutor.
           move wsi-bairro-tutor             to wsl-bairro-tutor.
           move wsi-cidade-tutor             to wsl-cidade-tutor.
           move wsi-uf-tutor                 to wsl-uf-tutor.
           move wsi-cep-tutor                to wsl-cep-tutor.
           write reg-rlgp                   from ws-linha-tutor-2.
      *
       listar-pets.
           move "pets do tutor (vbm-pet e vbm-apet)" to wsl-secao.
           perform iniciar-secao.
           set wss-fim-filhos                to false.
           initialize reg-pet.
           move ws-cd-atual                  to pet-cd-tutor.
           start vbm-pet key is equal to pet-cd-tutor.
           if not valid-vbm-pet
              set wss-fim-filhos             to true
           end-if.
           perform with test before until wss-fim-filhos
              read vbm-pet next with no lock
              if not valid-vbm-pet
                 or pet-cd-tutor not equal ws-cd-atual
                 set wss-fim-filhos          to true
              else
                 move reg-pet                to ws-img-pet
                 move "cadastro"             to wsl-origem-pet
                 perform imprimir-pet
              end-if
           end-perform.
           set wss-fim-filhos                to false.
           move ws-cd-atual                  to apet-cd-tutor.
           move zero                         to apet-cd-pet.
           start vbm-apet key is not less than apet-chave-pet.
           if not valid-vbm-apet
              set wss-fim-filhos             to true
           end-if.
           perform with test before until wss-fim-filhos
              read vbm-apet next record
                 at end
                    set wss-fim-filhos       to true
              end-read
              if not wss-fim-filhos
                 if apet-cd-tutor not equal ws-cd-atual
                    set wss-fim-filhos       to true
                 else
                    move reg-apet            to ws-img-pet
                    move "arquivo morto"     to wsl-origem-pet
                    perform imprimir-pet
                 end-if
              end-if
           end-perform.
           perform encerrar-secao.
      *
       imprimir-pet.
           move wsp-cd-pet                   to wsl-cd-pet.
           move wsp-nm-pet                   to wsl-nm-pet.
           move wsp-especie-pet              to wsl-especie-pet.
           move wsp-raca-pet                 to wsl-raca-pet.
           if wsp-obito-pet
              move "obito"                   to wsl-situacao-pet
           else
              move "ativo"                   to wsl-situacao-pet
           end-if.
           write reg-rlgp                   from ws-linha-pet.
           add 1                             to ws-qtd-secao.
           add 1                             to ws-tot-pet.
      *
       listar-ttau.
           move "trilha de auditoria (vbm-ttau)" to wsl-secao.
           perform iniciar-secao.
           open input vbm-ttau.
           if not valid-vbm-ttau
              write reg-rlgp                from ws-linha-indisponivel
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-ttau
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if ttau-cd-tutor equal ws-cd-atual
                    move reg-ttau            to ws-img-auditoria
                    perform imprimir-auditoria
                    add 1                    to ws-tot-ttau
                 end-if
              end-if
           end-perform.
           close vbm-ttau.
           perform encerrar-secao.
      *
       listar-atau.
           move "auditoria arquivada (vbm-atau)" to wsl-secao.
           perform iniciar-secao.
           open input vbm-atau.
           if not valid-vbm-atau
              write reg-rlgp                from ws-linha-indisponivel
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-atau
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 move reg-atau               to ws-img-auditoria
                 if wsa-cd-tutor equal ws-cd-atual
                    perform imprimir-auditoria
                    add 1                    to ws-tot-atau
                 end-if
              end-if
           end-perform.
           close vbm-atau.
           perform encerrar-secao.
      *
       imprimir-auditoria.
           move wsa-data                     to ws-data-aux.
           perform formatar-data.
           move ws-data-fmt                  to wsl-dt-acao.
           move wsa-hora                     to ws-hora-aux.
           perform formatar-hora.
           move ws-hora-fmt                  to wsl-hr-acao.
           move wsa-operador                 to wsl-operador-acao.
           evaluate true
              when wsa-acao-alteracao
                 move "alteracao"            to wsl-acao
              when wsa-acao-exclusao
                 move "exclusao"             to wsl-acao
              when other
                 move wsa-tipo-acao          to wsl-acao
           end-evaluate.
           write reg-rlgp                   from ws-linha-auditoria.
           move wsa-imagem-tutor             to ws-img-tutor.
           perform imprimir-dados-tutor.
           add 1                             to ws-qtd-secao.
      *
       listar-espr.
           move "lista de espera (vbm-espr)" to wsl-secao.
           perform iniciar-secao.
           set wss-fim-arquivo               to false.
           initialize reg-espr.
           move low-value                    to espr-chave-espera.
           start vbm-espr key is not less than espr-chave-espera.
           if not valid-vbm-espr
              set wss-fim-arquivo            to true
           end-if.
           perform with test before until wss-fim-arquivo
              read vbm-espr next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if espr-cd-tutor equal ws-cd-atual
                    perform imprimir-espera
                 end-if
              end-if
           end-perform.
           perform encerrar-secao.
      *
       imprimir-espera.
           move espr-dt-desejada             to ws-data-aux.
           perform formatar-data.
           move ws-data-fmt                  to wsl-dt-desejada.
           move espr-cd-pet                  to wsl-esp-cd-pet.
           move espr-tp-servico              to ws-tp-servico.
           perform descrever-servico.
           move ws-desc-servico              to wsl-esp-servico.
           move espr-ddd-tutor               to wsl-esp-ddd.
           move espr-fone-tutor              to wsl-esp-fone.
           move espr-dt-entrada              to ws-data-aux.
           perform formatar-data.
           move ws-data-fmt                  to wsl-dt-entrada.
           evaluate true
              when espr-pendente
                 move "pendente"             to wsl-esp-situacao
              when espr-atendida
                 move "atendida"             to wsl-esp-situacao
              when other
                 move espr-situacao          to wsl-esp-situacao
           end-evaluate.
           write reg-rlgp                   from ws-linha-espera.
           add 1                             to ws-qtd-secao.
           add 1                             to ws-tot-espr.
      *
       listar-fmsg.
           move "mensagens ao tutor (vbm-fmsg)" to wsl-secao.
           perform iniciar-secao.
           move ws-cd-atual                  to fmsg-cd-tutor.
           read vbm-fmsg with no lock.
           if valid-vbm-fmsg
              move fmsg-qtd-falhas           to wsl-qtd-falhas
              move fmsg-qtd-entregas         to wsl-qtd-entregas
              move fmsg-dt-ultima-falha      to ws-data-aux
              perform formatar-data
              move ws-data-fmt               to wsl-dt-ultima-falha
              move fmsg-ddd-ultima-falha     to wsl-ddd-falha
              move fmsg-fone-ultima-falha    to wsl-fone-falha
              move fmsg-dt-ultima-entrega    to ws-data-aux
              perform formatar-data
              move ws-data-fmt               to wsl-dt-ultima-entrega
              write reg-rlgp                from ws-linha-fmsg
              add 1                          to ws-qtd-secao
              add 1                          to ws-tot-fmsg
           end-if.
           perform encerrar-secao.
      *
       listar-intc.
           move "ultimo intercambio com parceiros (vbm-intc)"
                                             to wsl-secao.
           perform iniciar-secao.
           open input vbm-intc.
           if not valid-vbm-intc
              write reg-rlgp                from ws-linha-indisponivel
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-intc
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 move reg-intc               to ws-img-intc
                 if wsn-registro-tutor
                    and wsn-cd-tutor equal ws-cd-atual
                    perform imprimir-intercambio
                 end-if
              end-if
           end-perform.
           close vbm-intc.
           perform encerrar-secao.
      *
       imprimir-intercambio.
           move wsn-rn-tutor                 to wsl-int-rn.
           move wsn-nm-tutor                 to wsl-int-nm.
           move wsn-ddd-tutor                to wsl-int-ddd.
           move wsn-fone-tutor               to wsl-int-fone.
           move wsn-uf-tutor                 to wsl-int-uf.
           move wsn-cep-tutor                to wsl-int-cep.
           move wsn-cidade-tutor             to wsl-int-cidade.
           write reg-rlgp                   from ws-linha-intc.
           add 1                             to ws-qtd-secao.
           add 1                             to ws-tot-intc.
      *
       listar-lemb.
           move "ultimo extrato de lembretes (vbm-lemb)" to wsl-secao.
           perform iniciar-secao.
           open input vbm-lemb.
           if not valid-vbm-lemb
              write reg-rlgp                from ws-linha-indisponivel
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-lemb
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 move reg-lemb               to ws-img-lemb
                 if wsm-registro-lembrete
                    and wsm-cd-tutor is numeric
                    and wsm-cd-tutor-n equal ws-cd-atual
                    perform imprimir-lembrete
                 end-if
              end-if
           end-perform.
           close vbm-lemb.
           perform encerrar-secao.
      *
       imprimir-lembrete.
           move wsm-dt-agenda                to ws-data-aux.
           perform formatar-data.
           move ws-data-fmt                  to wsl-lem-dt.
           move wsm-hr-agenda                to wsl-lem-hr.
           move wsm-ddd-tutor                to wsl-lem-ddd.
           move wsm-fone-tutor               to wsl-lem-fone.
           move wsm-nm-tutor                 to wsl-lem-nm.
           move wsm-nm-pet                   to wsl-lem-pet.
           move wsm-desc-servico             to wsl-lem-servico.
           write reg-rlgp                   from ws-linha-lemb.
           add 1                             to ws-qtd-secao.
           add 1                             to ws-tot-lemb.
      *
      ******************************************************************
      *    registros financeiros: so identificam o tutor pelo codigo   *
      *    e ficam mantidos mesmo depois da anonimizacao               *
      ******************************************************************
       listar-caix.
           move "recebimentos do caixa (vbm-caix)" to wsl-secao.
           perform iniciar-secao.
           set wss-fim-arquivo               to false.
           initialize reg-caix.
           move low-value                    to caix-chave-caixa.
           start vbm-caix key is not less than caix-chave-caixa.
           if not valid-vbm-caix
              set wss-fim-arquivo            to true
           end-if.
           perform with test before until wss-fim-arquivo
              read vbm-caix next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if caix-cd-tutor equal ws-cd-atual
                    perform imprimir-recebimento
                 end-if
              end-if
           end-perform.
           perform encerrar-secao.
      *
       imprimir-recebimento.
           move caix-dt-agenda               to ws-data-aux.
           perform formatar-data.
           move ws-data-fmt                  to wsl-cx-dt-agenda.
           move caix-hr-agenda               to wsl-cx-hr-agenda.
           move caix-cd-pet                  to wsl-cx-cd-pet.
           move caix-tp-servico              to ws-tp-servico.
           perform descrever-servico.
           move ws-desc-servico              to wsl-cx-servico.
           move caix-vl-recebido             to wsl-cx-vl-recebido.
           move caix-tp-pagamento            to ws-tp-pagamento.
           perform descrever-forma.
           move ws-desc-forma                to wsl-cx-forma.
           move caix-dt-recebimento          to ws-data-aux.
           perform formatar-data.
           move ws-data-fmt                  to wsl-cx-dt-recebimento.
           move caix-operador                to wsl-cx-operador.
           write reg-rlgp                   from ws-linha-caixa.
           add 1                             to ws-qtd-secao.
           add 1                             to ws-tot-caix.
      *
       listar-estc.
           move "estornos do caixa (vbm-estc)" to wsl-secao.
           perform iniciar-secao.
           set wss-fim-arquivo               to false.
           initialize reg-estc.
           move low-value                    to estc-chave-estorno.
           start vbm-estc key is not less than estc-chave-estorno.
           if not valid-vbm-estc
              set wss-fim-arquivo            to true
           end-if.
           perform with test before until wss-fim-arquivo
              read vbm-estc next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if estc-cd-tutor equal ws-cd-atual
                    perform imprimir-estorno
                 end-if
              end-if
           end-perform.
           perform encerrar-secao.
      *
       imprimir-estorno.
           move estc-dt-agenda               to ws-data-aux.
           perform formatar-data.
           move ws-data-fmt                  to wsl-es-dt-agenda.
           move estc-hr-agenda               to wsl-es-hr-agenda.
           move estc-cd-pet                  to wsl-es-cd-pet.
           move estc-tp-servico              to ws-tp-servico.
           perform descrever-servico.
           move ws-desc-servico              to wsl-es-servico.
           move estc-vl-recebido             to wsl-es-vl-recebido.
           move estc-dt-estorno              to ws-data-aux.
           perform formatar-data.
           move ws-data-fmt                  to wsl-es-dt-estorno.
           move estc-motivo                  to wsl-es-motivo.
           write reg-rlgp                   from ws-linha-estorno.
           add 1                             to ws-qtd-secao.
           add 1                             to ws-tot-estc.
      *
       listar-pcvd.
           move "pacotes pre-pagos vendidos (vbm-pcvd)" to wsl-secao.
           perform iniciar-secao.
           set wss-fim-arquivo               to false.
           initialize reg-pcvd.
           move ws-cd-atual                  to pcvd-cd-tutor.
           move zero                         to pcvd-cd-pet.
           move zero                         to pcvd-sq-venda.
           start vbm-pcvd key is not less than pcvd-chave-venda.
           if not valid-vbm-pcvd
              set wss-fim-arquivo            to true
           end-if.
           perform with test before until wss-fim-arquivo
              read vbm-pcvd next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if pcvd-cd-tutor not equal ws-cd-atual
                    set wss-fim-arquivo      to true
                 else
                    perform imprimir-pacote
                 end-if
              end-if
           end-perform.
           perform encerrar-secao.
      *
       imprimir-pacote.
           move pcvd-dt-venda                to ws-data-aux.
           perform formatar-data.
           move ws-data-fmt                  to wsl-pc-dt-venda.
           move pcvd-cd-pet                  to wsl-pc-cd-pet.
           move pcvd-ds-pacote               to wsl-pc-ds-pacote.
           move pcvd-vl-recebido             to wsl-pc-vl-recebido.
           move pcvd-tp-pagamento            to ws-tp-pagamento.
           perform descrever-forma.
           move ws-desc-forma                to wsl-pc-forma.
           if pcvd-concluido
              move "concluido"               to wsl-pc-situacao
           else
              move "ativo"                   to wsl-pc-situacao
           end-if.
           write reg-rlgp                   from ws-linha-pacote.
           add 1                             to ws-qtd-secao.
           add 1                             to ws-tot-pcvd.
      *
       listar-nfse.
           move "rps e nfs-e emitidas (vbm-nfse)" to wsl-secao.
           perform iniciar-secao.
           set wss-fim-arquivo               to false.
           initialize reg-nfse.
           move low-value                    to nfse-nr-rps.
           start vbm-nfse key is not less than nfse-nr-rps.
           if not valid-vbm-nfse
              set wss-fim-arquivo            to true
           end-if.
           perform with test before until wss-fim-arquivo
              read vbm-nfse next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if nfse-cd-tutor equal ws-cd-atual
                    perform imprimir-rps
                 end-if
              end-if
           end-perform.
           perform encerrar-secao.
      *
       imprimir-rps.
           move nfse-nr-rps                  to wsl-nf-nr-rps.
           move nfse-dt-emissao              to ws-data-aux.
           perform formatar-data.
           move ws-data-fmt                  to wsl-nf-dt-emissao.
           move nfse-rn-tomador              to wsl-nf-rn-tomador.
           move nfse-vl-servico              to wsl-nf-vl-servico.
           evaluate true
              when nfse-enviado
                 move "enviado"              to wsl-nf-situacao
              when nfse-emitida
                 move "emitida"              to wsl-nf-situacao
              when nfse-rejeitado
                 move "rejeitado"            to wsl-nf-situacao
              when nfse-cancelamento-pedido
                 move "cancelamento"         to wsl-nf-situacao
              when nfse-cancelada
                 move "cancelada"            to wsl-nf-situacao
              when other
                 move nfse-situacao          to wsl-nf-situacao
           end-evaluate.
           move nfse-nr-nfse                 to wsl-nf-nr-nfse.
           write reg-rlgp                   from ws-linha-nfse.
           add 1                             to ws-qtd-secao.
           add 1                             to ws-tot-nfse.
      *
       listar-lgpd.
           move "anonimizacao (vbm-lgpd)"    to wsl-secao.
           perform iniciar-secao.
           move ws-cd-atual                  to lgpd-cd-tutor.
           read vbm-lgpd with no lock.
           if valid-vbm-lgpd
              divide lgpd-dt-hora by 1000000 giving ws-data-aux
              perform formatar-data
              move ws-data-fmt               to wsl-lg-dt
              move lgpd-dt-hora(9:6)         to ws-hora-aux
              perform formatar-hora
              move ws-hora-fmt               to wsl-lg-hr
              move lgpd-cd-operador          to wsl-lg-operador
              if lgpd-concluida
                 move "concluida"            to wsl-lg-situacao
              else
                 move "em andamento"         to wsl-lg-situacao
              end-if
              write reg-rlgp                from ws-linha-lgpd-1
              move lgpd-motivo               to wsl-lg-motivo
              write reg-rlgp                from ws-linha-lgpd-2
              add 1                          to ws-qtd-secao
              add 1                          to ws-tot-lgpd
           end-if.
           perform encerrar-secao.
      *
       descrever-servico.
           evaluate ws-tp-servico
              when 1
                 move "consulta"             to ws-desc-servico
              when 2
                 move "banho"                to ws-desc-servico
              when 3
                 move "tosa"                 to ws-desc-servico
              when 4
                 move "vacina"               to ws-desc-servico
              when other
                 move spaces                 to ws-desc-servico
           end-evaluate.
      *
       descrever-forma.
           evaluate ws-tp-pagamento
              when 1
                 move "dinheiro"             to ws-desc-forma
              when 2
                 move "cartao"               to ws-desc-forma
              when 3
                 move "pix"                  to ws-desc-forma
              when 4
                 move "pacote"               to ws-desc-forma
              when other
                 move spaces                 to ws-desc-forma
           end-evaluate.
      *
       formatar-data.
           move ws-aux-dia                   to ws-fmt-dia.
           move ws-aux-mes                   to ws-fmt-mes.
           move ws-aux-ano                   to ws-fmt-ano.
      *
       formatar-hora.
           move ws-aux-hh                    to ws-fmt-hh.
           move ws-aux-mm                    to ws-fmt-mm.
           move ws-aux-ss                    to ws-fmt-ss.
      *
       imprimir-total.
           write reg-rlgp                    from ws-linha-branco.
           move "codigos de tutor do titular.............: "
                                             to ws-linha-total.
           move ws-qtd-tab                   to wsl-total.
           write reg-rlgp                    from ws-linha-total.
           move "cadastros de tutor......................: "
                                             to ws-linha-total.
           move ws-tot-tuto                  to wsl-total.
           write reg-rlgp                    from ws-linha-total.
           move "cadastros no arquivo morto..............: "
                                             to ws-linha-total.
           move ws-tot-atut                  to wsl-total.
           write reg-rlgp                    from ws-linha-total.
           move "pets....................................: "
                                             to ws-linha-total.
           move ws-tot-pet                   to wsl-total.
           write reg-rlgp                    from ws-linha-total.
           move "imagens na trilha de auditoria..........: "
                                             to ws-linha-total.
           move ws-tot-ttau                  to wsl-total.
           write reg-rlgp                    from ws-linha-total.
           move "imagens na auditoria arquivada..........: "
                                             to ws-linha-total.
           move ws-tot-atau                  to wsl-total.
           write reg-rlgp                    from ws-linha-total.
           move "entradas na lista de espera.............: "
                                             to ws-linha-total.
           move ws-tot-espr                  to wsl-total.
           write reg-rlgp                    from ws-linha-total.
           move "contagens de mensagens..................: "
                                             to ws-linha-total.
           move ws-tot-fmsg                  to wsl-total.
           write reg-rlgp                    from ws-linha-total.
           move "registros no intercambio com parceiros..: "
                                             to ws-linha-total.
           move ws-tot-intc                  to wsl-total.
           write reg-rlgp                    from ws-linha-total.
           move "lembretes no ultimo extrato.............: "
                                             to ws-linha-total.
           move ws-tot-lemb                  to wsl-total.
           write reg-rlgp                    from ws-linha-total.
           move "recebimentos do caixa...................: "
                                             to ws-linha-total.
           move ws-tot-caix                  to wsl-total.
           write reg-rlgp                    from ws-linha-total.
           move "estornos do caixa.......................: "
                                             to ws-linha-total.
           move ws-tot-estc                  to wsl-total.
           write reg-rlgp                    from ws-linha-total.
           move "pacotes vendidos........................: "
                                             to ws-linha-total.
           move ws-tot-pcvd                  to wsl-total.
           write reg-rlgp                    from ws-linha-total.
           move "rps emitidos............................: "
                                             to ws-linha-total.
           move ws-tot-nfse                  to wsl-total.
           write reg-rlgp                    from ws-linha-total.
           move "anonimizacoes registradas...............: "
                                             to ws-linha-total.
           move ws-tot-lgpd                  to wsl-total.
           write reg-rlgp                    from ws-linha-total.
