       identification                       division.
       program-id.                          vbm-1013.
       author.                              stanicki.
       date-written.                        ago-2026.
      ******************************************************************
      *      geracao do arquivo de intercambio de tutores e pets       *
      *      para os parceiros (laboratorio e contabilidade)           *
      *      cabecalho com data e versao do layout, um registro "T"    *
      *      por tutor ativo seguido dos registros "P" dos seus        *
      *      pets, trailer com contagens e hash total dos codigos      *
      *                                                                *
      *      filtros de selecao por variavel de ambiente:              *
      *        VBM-1013-UF .......... somente a uf informada           *
      *        VBM-1013-CIDADE ...... somente a cidade informada       *
      *        VBM-1013-SO-COM-PETS . "S" = somente tutores com pets   *
      ******************************************************************
       environment                          division.
       special-names.
           decimal-point is comma.
       input-output                         section.
       file-control.
           copy "vbm-tuto.sl".
           copy "vbm-pet.sl".
           copy "vbm-intc.sl".
           copy "vbm-rint.sl".
       data                                 division.
       file                                 section.
           copy "vbm-tuto.fd".
           copy "vbm-pet.fd".
           copy "vbm-intc.fd".
           copy "vbm-rint.fd".
      ******************************************************************
      *                        working storage                         *
      ******************************************************************
       working-storage                      section.
       77 fs-vbm-tuto pic xx.
          88 valid-vbm-tuto value "00" thru "09".
       77 fs-vbm-pet pic xx.
          88 valid-vbm-pet value "00" thru "09".
       77 fs-vbm-intc pic xx.
          88 valid-vbm-intc value "00" thru "09".
       77 fs-vbm-rint pic xx.
          88 valid-vbm-rint value "00" thru "09".
      *
       01 wss-controle-batch                pic 9(01).
          88 wss-fim-arquivo                value 1 false 0.
       01 wss-fl-fim-pets                   pic 9(01).
          88 wss-fim-pets                   value 1 false 0.
       01 wss-fl-tem-pets                   pic 9(01).
          88 wss-tem-pets                   value 1 false 0.
      *
       01 ws-filtro-uf                      pic x(02).
       01 ws-filtro-cidade                  pic x(30).
       01 ws-filtro-so-com-pets             pic x(01).
          88 ws-somente-com-pets            value "S".
      *
       01 ws-data-geracao                   pic 9(08).
       01 ws-hora-geracao                   pic 9(08).
      *
       01 ws-versao-layout                  pic x(03) value "001".
      *
       01 ws-reg-header.
          03 filler                         pic x(01) value "H".
          03 wsh-dt-geracao                 pic 9(08).
          03 wsh-hr-geracao                 pic 9(06).
          03 wsh-versao-layout              pic x(03).
       01 ws-reg-tutor.
          03 filler                         pic x(01) value "T".
          03 wst-cd-tutor                   pic 9(07).
          03 wst-rn-tutor                   pic 9(14).
          03 wst-tp-pessoa                  pic 9(01).
          03 wst-nm-tutor                   pic x(30).
          03 wst-ddd-tutor                  pic 9(02).
          03 wst-fone-tutor                 pic 9(09).
          03 wst-uf-tutor                   pic x(02).
          03 wst-cep-tutor                  pic 9(08).
          03 wst-cidade-tutor               pic x(30).
       01 ws-reg-pet.
          03 filler                         pic x(01) value "P".
          03 wsp-cd-tutor                   pic 9(07).
          03 wsp-cd-pet                     pic 9(03).
          03 wsp-nm-pet                     pic x(20).
          03 wsp-cd-especie                 pic 9(03).
          03 wsp-especie-pet                pic x(15).
          03 wsp-cd-raca                    pic 9(03).
          03 wsp-dt-nasc-pet                pic 9(08).
       01 ws-reg-trailer.
          03 filler                         pic x(01) value "Z".
          03 wsz-qtd-tutores                pic 9(07).
          03 wsz-qtd-pets                   pic 9(07).
          03 wsz-qtd-registros              pic 9(07).
          03 wsz-hash-cd-tutor              pic 9(13).
      *
       01 ws-total-lidos                    pic 9(07) comp.
       01 ws-total-tutores                  pic 9(07) comp.
       01 ws-total-pets                     pic 9(07) comp.
       01 ws-total-registros                pic 9(07) comp.
       01 ws-hash-cd-tutor                  pic 9(13).
      *
       01 ws-linha-titulo                   pic x(132).
       01 ws-linha-branco                   pic x(132) value spaces.
       01 ws-linha-filtro.
          03 filler                         pic x(25)
             value "filtros aplicados......: ".
          03 wsl-filtro                     pic x(80).
       01 ws-linha-total.
          03 filler                         pic x(25).
          03 wsl-total                      pic z(06)9.
       01 ws-linha-hash.
          03 filler                         pic x(25)
             value "hash total dos codigos.: ".
          03 wsl-hash                       pic 9(13).
      ******************************************************************
      *                       procedure division                       *
      ******************************************************************
       procedure                            division.
           perform abrir-arquivos.
           perform carregar-filtros.
           perform gravar-header.
           perform gerar-extracao.
           perform gravar-trailer.
           perform imprimir-controle.
           perform fechar-arquivos.
           goback.
      *
       abrir-arquivos.
           open input vbm-tuto.
           if not valid-vbm-tuto
              display "erro ao abrir o arquivo vbm-tuto! status: "
                      fs-vbm-tuto
              goback
           end-if.
           open input vbm-pet.
           if not valid-vbm-pet
              display "erro ao abrir o arquivo vbm-pet! status: "
                      fs-vbm-pet
              goback
           end-if.
           open output vbm-intc.
           if not valid-vbm-intc
              display "erro ao abrir o arquivo vbm-intc! status: "
                      fs-vbm-intc
              goback
           end-if.
           open output vbm-rint.
           if not valid-vbm-rint
              display "erro ao abrir o arquivo vbm-rint! status: "
                      fs-vbm-rint
              goback
           end-if.
      *
       fechar-arquivos.
           close vbm-tuto.
           close vbm-pet.
           close vbm-intc.
           close vbm-rint.
      *
       carregar-filtros.
           move spaces                       to ws-filtro-uf.
           move spaces                       to ws-filtro-cidade.
           move spaces                       to ws-filtro-so-com-pets.
           accept ws-filtro-uf              from environment
                                            "VBM-1013-UF".
           accept ws-filtro-cidade          from environment
                                            "VBM-1013-CIDADE".
           accept ws-filtro-so-com-pets     from environment
                                            "VBM-1013-SO-COM-PETS".
      *
       gravar-header.
           accept ws-data-geracao            from date yyyymmdd.
           accept ws-hora-geracao            from time.
           move ws-data-geracao              to wsh-dt-geracao.
           divide ws-hora-geracao by 100 giving wsh-hr-geracao.
           move ws-versao-layout             to wsh-versao-layout.
           move spaces                       to reg-intc.
           write reg-intc                   from ws-reg-header.
           move 1                            to ws-total-registros.
      *
      ******************************************************************
      *    um registro "T" por tutor ativo que passa nos filtros,      *
      *    seguido de um registro "P" por pet do tutor                 *
      ******************************************************************
       gerar-extracao.
           move zero                         to ws-total-lidos.
           move zero                         to ws-total-tutores.
           move zero                         to ws-total-pets.
           move zero                         to ws-hash-cd-tutor.
           initialize reg-tuto.
           move low-value                    to tuto-cd-tutor.
           start vbm-tuto key is not less than tuto-cd-tutor.
           if not valid-vbm-tuto
              set wss-fim-arquivo            to true
           end-if.
           perform with test before until wss-fim-arquivo
              read vbm-tuto next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 add 1                       to ws-total-lidos
                 if tuto-ativo
                    perform selecionar-tutor
                 end-if
              end-if
           end-perform.
      *
       selecionar-tutor.
           if ws-filtro-uf not equal spaces
              and tuto-uf-tutor not equal ws-filtro-uf
              exit paragraph
           end-if.
           if ws-filtro-cidade not equal spaces
              and tuto-cidade-tutor not equal ws-filtro-cidade
              exit paragraph
           end-if.
           perform verificar-pets-tutor.
           if ws-somente-com-pets and not wss-tem-pets
              exit paragraph
           end-if.
           perform gravar-registro-tutor.
           if wss-tem-pets
              perform gravar-pets-tutor
           end-if.
      *
      ******************************************************************
      *    a existencia de pets e verificada no proprio vbm-pet, sem   *
      *    depender do contador do registro do tutor                   *
      ******************************************************************
       verificar-pets-tutor.
           set wss-tem-pets                  to false.
           initialize reg-pet.
           move tuto-cd-tutor                to pet-cd-tutor.
           start vbm-pet key is equal to pet-cd-tutor.
           if valid-vbm-pet
              set wss-tem-pets               to true
           end-if.
      *
       gravar-registro-tutor.
           move tuto-cd-tutor                to wst-cd-tutor.
           move tuto-rn-tutor                to wst-rn-tutor.
           move tuto-tp-pessoa-tutor         to wst-tp-pessoa.
           move tuto-nm-tutor                to wst-nm-tutor.
           move tuto-ddd-tutor               to wst-ddd-tutor.
           move tuto-fone-tutor              to wst-fone-tutor.
           move tuto-uf-tutor                to wst-uf-tutor.
           move tuto-cep-tutor               to wst-cep-tutor.
           move tuto-cidade-tutor            to wst-cidade-tutor.
           move spaces                       to reg-intc.
           write reg-intc                   from ws-reg-tutor.
           add 1                             to ws-total-tutores.
           add 1                             to ws-total-registros.
           add tuto-cd-tutor                 to ws-hash-cd-tutor.
      *
       gravar-pets-tutor.
           set wss-fim-pets                  to false.
           initialize reg-pet.
           move tuto-cd-tutor                to pet-cd-tutor.
           start vbm-pet key is equal to pet-cd-tutor.
           if not valid-vbm-pet
              set wss-fim-pets               to true
           end-if.
           perform with test before until wss-fim-pets
              read vbm-pet next with no lock
              if not valid-vbm-pet
                 or pet-cd-tutor not equal tuto-cd-tutor
                 set wss-fim-pets            to true
              else
                 perform gravar-registro-pet
              end-if
           end-perform.
      *
       gravar-registro-pet.
           move pet-cd-tutor                 to wsp-cd-tutor.
           move pet-cd-pet                   to wsp-cd-pet.
           move pet-nm-pet                   to wsp-nm-pet.
           move pet-cd-especie-pet           to wsp-cd-especie.
           move pet-especie-pet              to wsp-especie-pet.
           move pet-cd-raca-pet              to wsp-cd-raca.
           move pet-dt-nasc-pet              to wsp-dt-nasc-pet.
           move spaces                       to reg-intc.
           write reg-intc                   from ws-reg-pet.
           add 1                             to ws-total-pets.
           add 1                             to ws-total-registros.
      *
       gravar-trailer.
           move ws-total-tutores             to wsz-qtd-tutores.
           move ws-total-pets                to wsz-qtd-pets.
           add 1                             to ws-total-registros.
           move ws-total-registros           to wsz-qtd-registros.
           move ws-hash-cd-tutor             to wsz-hash-cd-tutor.
           move spaces                       to reg-intc.
           write reg-intc                   from ws-reg-trailer.
      *
      ******************************************************************
      *    relatorio de totais de controle que acompanha o arquivo     *
      *    gerado, para o parceiro conferir a carga recebida           *
      ******************************************************************
       imprimir-controle.
           move "totais de controle do intercambio - vbm-1013"
                                             to ws-linha-titulo.
           write reg-rint                   from ws-linha-titulo.
           write reg-rint                   from ws-linha-branco.
           move spaces                       to wsl-filtro.
           string
              "uf=["          ws-filtro-uf   delimited by size
              "] cidade=["    ws-filtro-cidade
                                             delimited by size
              "] so-com-pets=[" ws-filtro-so-com-pets
                                             delimited by size
              "]"                            delimited by size
              into wsl-filtro
           end-string.
           write reg-rint                   from ws-linha-filtro.
           write reg-rint                   from ws-linha-branco.
           move "tutores lidos..........: "  to ws-linha-total.
           move ws-total-lidos               to wsl-total.
           write reg-rint                    from ws-linha-total.
           move "tutores extraidos......: "  to ws-linha-total.
           move ws-total-tutores             to wsl-total.
           write reg-rint                    from ws-linha-total.
           move "pets extraidos.........: "  to ws-linha-total.
           move ws-total-pets                to wsl-total.
           write reg-rint                    from ws-linha-total.
           move "registros no arquivo...: "  to ws-linha-total.
           move ws-total-registros           to wsl-total.
           write reg-rint                    from ws-linha-total.
           move ws-hash-cd-tutor             to wsl-hash.
           write reg-rint                    from ws-linha-hash.
