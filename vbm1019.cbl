       identification                       division.
       program-id.                          vbm-1019.
       author.                              stanicki.
       date-written.                        set-2026.
      ******************************************************************
      *      relatorio de cobertura vacinal dos pets ativos            *
      *      para cada pet de tutor ativo, confere os protocolos       *
      *      obrigatorios da especie (vbm-pvac) contra a carteira      *
      *      de vacinacao (vbm-vacc) e lista as vacinas obrigatorias   *
      *      sem nenhuma aplicacao registrada - casos que o aviso      *
      *      de vacinas (vbm-1005) nao enxerga por so avaliar doses    *
      *      ja registradas                                            *
      ******************************************************************
       environment                          division.
       special-names.
           decimal-point is comma.
       input-output                         section.
       file-control.
           copy "vbm-pet.sl".
           copy "vbm-tuto.sl".
           copy "vbm-pvac.sl".
           copy "vbm-vacc.sl".
           copy "vbm-rcob.sl".
       data                                 division.
       file                                 section.
           copy "vbm-pet.fd".
           copy "vbm-tuto.fd".
           copy "vbm-pvac.fd".
           copy "vbm-vacc.fd".
           copy "vbm-rcob.fd".
      ******************************************************************
      *                        working storage                         *
      ******************************************************************
       working-storage                      section.
       77 fs-vbm-pet pic xx.
          88 valid-vbm-pet value "00" thru "09".
       77 fs-vbm-tuto pic xx.
          88 valid-vbm-tuto value "00" thru "09".
       77 fs-vbm-pvac pic xx.
          88 valid-vbm-pvac value "00" thru "09".
          88 inexistente-vbm-pvac value "35".
       77 fs-vbm-vacc pic xx.
          88 valid-vbm-vacc value "00" thru "09".
          88 inexistente-vbm-vacc value "35".
       77 fs-vbm-rcob pic xx.
          88 valid-vbm-rcob value "00" thru "09".
      *
       01 wss-controle-batch                pic 9(01).
          88 wss-fim-arquivo                value 1 false 0.
       01 wss-fl-fim-pvac                   pic 9(01).
          88 wss-fim-pvac                   value 1 false 0.
       01 wss-fl-fim-vacc                   pic 9(01).
          88 wss-fim-vacc                   value 1 false 0.
       01 wss-fl-coberta                    pic 9(01).
          88 wss-coberta                    value 1 false 0.
      *
       01 ws-cd-vacina-busca                pic 9(03).
      *
       01 ws-total-pets                     pic 9(07) comp.
       01 ws-total-avaliados                pic 9(07) comp.
       01 ws-total-descobertos              pic 9(05) comp.
      *
       01 ws-linha-titulo                   pic x(132).
       01 ws-linha-branco                   pic x(132) value spaces.
       01 ws-linha-cabecalho.
          03 filler                         pic x(08) value "tutor ".
          03 filler                         pic x(31) value "nome ".
          03 filler                         pic x(16) value "telefone ".
          03 filler                         pic x(04) value "pet ".
          03 filler                         pic x(21) value "nome ".
          03 filler                         pic x(16)
             value "especie ".
          03 filler                         pic x(20)
             value "vacina em falta".
       01 ws-linha-detalhe.
          03 wsl-cd-tutor                   pic z(06)9.
          03 filler                         pic x(01) value space.
          03 wsl-nm-tutor                   pic x(30).
          03 filler                         pic x(01) value space.
          03 wsl-contato-tutor              pic x(15).
          03 filler                         pic x(01) value space.
          03 wsl-cd-pet                     pic zz9.
          03 filler                         pic x(01) value space.
          03 wsl-nm-pet                     pic x(20).
          03 filler                         pic x(01) value space.
          03 wsl-especie                    pic x(15).
          03 filler                         pic x(01) value space.
          03 wsl-nm-vacina                  pic x(20).
       01 ws-linha-total.
          03 filler                         pic x(25).
          03 wsl-total                      pic z(06)9.
      ******************************************************************
      *                       procedure division                       *
      ******************************************************************
       procedure                            division.
           perform abrir-arquivos.
           perform imprimir-cabecalho.
           perform avaliar-pets.
           perform imprimir-total.
           perform fechar-arquivos.
           goback.
      *
       abrir-arquivos.
           open input vbm-pet.
           if not valid-vbm-pet
              display "erro ao abrir o arquivo vbm-pet! status: "
                      fs-vbm-pet
              move 8                         to return-code
              goback
           end-if.
           open input vbm-tuto.
           if not valid-vbm-tuto
              display "erro ao abrir o arquivo vbm-tuto! status: "
                      fs-vbm-tuto
              move 8                         to return-code
              goback
           end-if.
           open input vbm-pvac.
           if inexistente-vbm-pvac
              open output vbm-pvac
              close vbm-pvac
              open input vbm-pvac
           end-if.
           if not valid-vbm-pvac
              display "erro ao abrir o arquivo vbm-pvac! status: "
                      fs-vbm-pvac
              move 8                         to return-code
              goback
           end-if.
           open input vbm-vacc.
           if inexistente-vbm-vacc
              open output vbm-vacc
              close vbm-vacc
              open input vbm-vacc
           end-if.
           if not valid-vbm-vacc
              display "erro ao abrir o arquivo vbm-vacc! status: "
                      fs-vbm-vacc
              move 8                         to return-code
              goback
           end-if.
           open output vbm-rcob.
           if not valid-vbm-rcob
              display "erro ao abrir o arquivo vbm-rcob! status: "
                      fs-vbm-rcob
              move 8                         to return-code
              goback
           end-if.
      *
       fechar-arquivos.
           close vbm-pet.
           close vbm-tuto.
           close vbm-pvac.
           close vbm-vacc.
           close vbm-rcob.
      *
       imprimir-cabecalho.
           move "relatorio de cobertura vacinal - vbm-1019"
                                             to ws-linha-titulo.
           write reg-rcob                   from ws-linha-titulo.
           write reg-rcob                   from ws-linha-branco.
           write reg-rcob                   from ws-linha-cabecalho.
      *
       avaliar-pets.
           move zero                         to ws-total-pets.
           move zero                         to ws-total-avaliados.
           move zero                         to ws-total-descobertos.
           set wss-fim-arquivo               to false.
           initialize reg-pet.
           move low-value                    to pet-chave-pet.
           start vbm-pet key is not less than pet-chave-pet.
           if not valid-vbm-pet
              set wss-fim-arquivo            to true
           end-if.
           perform with test before until wss-fim-arquivo
              read vbm-pet next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 add 1                       to ws-total-pets
                 perform avaliar-um-pet
              end-if
           end-perform.
      *
      ******************************************************************
      *    somente pets de tutores ativos entram na avaliacao; os      *
      *    protocolos obrigatorios da especie do pet sao conferidos    *
      *    um a um contra a carteira de vacinacao; pet com obito       *
      *    registrado fica de fora                                     *
      ******************************************************************
       avaliar-um-pet.
           if pet-obito-pet
              exit paragraph
           end-if.
           initialize reg-tuto.
           move pet-cd-tutor                 to tuto-cd-tutor.
           read vbm-tuto with no lock.
           if not valid-vbm-tuto or not tuto-ativo
              exit paragraph
           end-if.
           add 1                             to ws-total-avaliados.
           set wss-fim-pvac                  to false.
           initialize reg-pvac.
           move pet-cd-especie-pet           to pvac-cd-especie.
           move low-value                    to pvac-cd-vacina.
           start vbm-pvac key greater than pvac-chave-pvac.
           if not valid-vbm-pvac
              set wss-fim-pvac               to true
           end-if.
           perform with test before until wss-fim-pvac
              read vbm-pvac next with no lock
              if not valid-vbm-pvac
                 or pvac-cd-especie not equal pet-cd-especie-pet
                 set wss-fim-pvac            to true
              else
                 if pvac-obrigatoria
                    perform conferir-cobertura
                 end-if
              end-if
           end-perform.
      *
       conferir-cobertura.
           move pvac-cd-vacina               to ws-cd-vacina-busca.
           set wss-coberta                   to false.
           set wss-fim-vacc                  to false.
           initialize reg-vacc.
           move pet-cd-tutor                 to vacc-cd-tutor.
           move pet-cd-pet                   to vacc-cd-pet.
           move low-value                    to vacc-sq-vacc.
           start vbm-vacc key greater than vacc-chave-vacc.
           if not valid-vbm-vacc
              set wss-fim-vacc               to true
           end-if.
           perform with test before until wss-fim-vacc
              read vbm-vacc next with no lock
              if not valid-vbm-vacc
                 or vacc-cd-tutor not equal pet-cd-tutor
                 or vacc-cd-pet not equal pet-cd-pet
                 set wss-fim-vacc            to true
              else
                 if vacc-cd-vacina equal ws-cd-vacina-busca
                    set wss-coberta          to true
                    set wss-fim-vacc         to true
                 end-if
              end-if
           end-perform.
           if not wss-coberta
              perform imprimir-pet-descoberto
           end-if.
      *
       imprimir-pet-descoberto.
           move tuto-cd-tutor                to wsl-cd-tutor.
           move tuto-nm-tutor                to wsl-nm-tutor.
           string
              "("  tuto-ddd-tutor            delimited by size
              ") " tuto-fone-tutor(1:5)      delimited by size
              "-"  tuto-fone-tutor(6:4)      delimited by size
              into wsl-contato-tutor
           end-string.
           move pet-cd-pet                   to wsl-cd-pet.
           move pet-nm-pet                   to wsl-nm-pet.
           move pet-especie-pet              to wsl-especie.
           move pvac-nm-vacina               to wsl-nm-vacina.
           write reg-rcob                   from ws-linha-detalhe.
           add 1                             to ws-total-descobertos.
      *
       imprimir-total.
           write reg-rcob                    from ws-linha-branco.
           move "pets lidos.............: "  to ws-linha-total.
           move ws-total-pets                to wsl-total.
           write reg-rcob                    from ws-linha-total.
           move "pets avaliados.........: "  to ws-linha-total.
           move ws-total-avaliados           to wsl-total.
           write reg-rcob                    from ws-linha-total.
           move "vacinas em falta.......: "  to ws-linha-total.
           move ws-total-descobertos         to wsl-total.
           write reg-rcob                    from ws-linha-total.
