       identification                       division.
       program-id.                          vbm-1006.
       author.                              stanicki.
       date-written.                        ago-2026.
      ******************************************************************
      *      reconciliacao dos arquivos mestres vbm-tuto x vbm-pet     *
      *      aponta pets sem tutor ativo, contadores de pets           *
      *      divergentes, situacao invalida e cpf/cnpj zerado          *
      *                                                                *
      *      com a variavel de ambiente VBM-1006-MODO = CORRIGIR o     *
      *      processamento ressincroniza os contadores de pets,        *
      *      gravando a imagem anterior em vbm-ttau como faz o         *
      *      cadastro de tutores                                       *
      ******************************************************************
       environment                          division.
       special-names.
           decimal-point is comma.
       input-output                         section.
       file-control.
           copy "vbm-tuto.sl".
           copy "vbm-pet.sl".
           copy "vbm-ttau.sl".
           copy "vbm-rrec.sl".
       data                                 division.
       file                                 section.
           copy "vbm-tuto.fd".
           copy "vbm-pet.fd".
           copy "vbm-ttau.fd".
           copy "vbm-rrec.fd".
      ******************************************************************
      *                        working storage                         *
      ******************************************************************
       working-storage                      section.
       77 fs-vbm-tuto pic xx.
          88 valid-vbm-tuto value "00" thru "09".
       77 fs-vbm-pet pic xx.
          88 valid-vbm-pet value "00" thru "09".
       77 fs-vbm-ttau pic xx.
          88 valid-vbm-ttau value "00" thru "09".
       77 fs-vbm-rrec pic xx.
          88 valid-vbm-rrec value "00" thru "09".
      *
       01 wss-controle-batch                pic 9(01).
          88 wss-fim-arquivo                value 1 false 0.
      *
       01 ws-modo                           pic x(08).
          88 ws-modo-corrigir               value "CORRIGIR".
      *
       01 ws-operador                       pic x(08).
       01 ws-aud-data                       pic 9(08).
       01 ws-aud-hora-raw                   pic 9(08).
       01 ws-aud-hora                       pic 9(06).
      *
       01 ws-cd-tutor-anterior              pic 9(07).
       01 ws-fl-tutor-ativo                 pic 9(01).
          88 ws-tutor-ativo                 value 1 false 0.
       01 ws-qtd-pets-contados              pic 9(02) comp.
      *
       01 ws-total-tuto-lidos               pic 9(07) comp.
       01 ws-total-pet-lidos                pic 9(07) comp.
       01 ws-total-orfaos                   pic 9(05) comp.
       01 ws-total-qtd-diverg               pic 9(05) comp.
       01 ws-total-qtd-corrig               pic 9(05) comp.
       01 ws-total-sit-invalida             pic 9(05) comp.
       01 ws-total-doc-zerado               pic 9(05) comp.
      *
       01 ws-linha-titulo                   pic x(132).
       01 ws-linha-branco                   pic x(132) value spaces.
       01 ws-linha-modo.
          03 filler                         pic x(23)
             value "modo de execucao.....: ".
          03 wsl-modo                       pic x(18).
       01 ws-linha-orfao.
          03 filler                         pic x(25)
             value "pet sem tutor ativo....: ".
          03 wsl-orf-cd-tutor               pic z(06)9.
          03 filler                         pic x(01) value "/".
          03 wsl-orf-cd-pet                 pic 9(03).
          03 filler                         pic x(01) value space.
          03 wsl-orf-nm-pet                 pic x(20).
       01 ws-linha-qtd.
          03 filler                         pic x(25)
             value "contador divergente....: ".
          03 wsl-qtd-cd-tutor               pic z(06)9.
          03 filler                         pic x(01) value space.
          03 wsl-qtd-nm-tutor               pic x(30).
          03 filler                         pic x(10)
             value " arquivo: ".
          03 wsl-qtd-arquivo                pic z9.
          03 filler                         pic x(07)
             value " real: ".
          03 wsl-qtd-real                   pic z9.
          03 filler                         pic x(01) value space.
          03 wsl-qtd-acao                   pic x(09).
       01 ws-linha-sit.
          03 filler                         pic x(25)
             value "situacao invalida......: ".
          03 wsl-sit-cd-tutor               pic z(06)9.
          03 filler                         pic x(01) value space.
          03 wsl-sit-nm-tutor               pic x(30).
          03 filler                         pic x(12)
             value " situacao: ".
          03 wsl-sit-situacao               pic x(01).
       01 ws-linha-doc.
          03 filler                         pic x(25)
             value "cpf/cnpj zerado........: ".
          03 wsl-doc-cd-tutor               pic z(06)9.
          03 filler                         pic x(01) value space.
          03 wsl-doc-nm-tutor               pic x(30).
       01 ws-linha-total.
          03 filler                         pic x(25).
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
           perform imprimir-cabecalho.
           perform verificar-pets-orfaos.
           perform verificar-tutores.
           perform imprimir-total.
           perform fechar-arquivos.
           goback.
      *
       abrir-arquivos.
           accept ws-modo                   from environment
                                            "VBM-1006-MODO".
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
           if ws-modo-corrigir
              open i-o vbm-tuto
           else
              open input vbm-tuto
           end-if.
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
           if ws-modo-corrigir
              open extend vbm-ttau
              if not valid-vbm-ttau
                 open output vbm-ttau
              end-if
              if not valid-vbm-ttau
                 display "erro ao abrir o arquivo vbm-ttau! status: "
                         fs-vbm-ttau
                 goback
              end-if
           end-if.
           open output vbm-rrec.
           if not valid-vbm-rrec
              display "erro ao abrir o arquivo vbm-rrec! status: "
                      fs-vbm-rrec
              goback
           end-if.
      *
       fechar-arquivos.
           close vbm-tuto.
           close vbm-pet.
           if ws-modo-corrigir
              close vbm-ttau
           end-if.
           close vbm-rrec.
      *
       imprimir-cabecalho.
           move "relatorio de reconciliacao tutores x pets - vbm-1006"
                                             to ws-linha-titulo.
           write reg-rrec                   from ws-linha-titulo.
           if ws-modo-corrigir
              move "corrigir contadores"    to wsl-modo
           else
              move "somente apontar"        to wsl-modo
           end-if.
           write reg-rrec                   from ws-linha-modo.
           write reg-rrec                   from ws-linha-branco.
      *
      ******************************************************************
      *    passo 1 - le vbm-pet em sequencia de chave e aponta os      *
      *    pets cujo tutor nao existe ou nao esta ativo                *
      ******************************************************************
       verificar-pets-orfaos.
           move zero                         to ws-total-pet-lidos.
           move zero                         to ws-total-orfaos.
           move zeros                        to ws-cd-tutor-anterior.
           set ws-tutor-ativo                to false.
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
                 add 1                       to ws-total-pet-lidos
                 if pet-cd-tutor not equal ws-cd-tutor-anterior
                    perform carregar-situacao-tutor
                    move pet-cd-tutor        to ws-cd-tutor-anterior
                 end-if
                 if not ws-tutor-ativo
                    move pet-cd-tutor        to wsl-orf-cd-tutor
                    move pet-cd-pet          to wsl-orf-cd-pet
                    move pet-nm-pet          to wsl-orf-nm-pet
                    write reg-rrec           from ws-linha-orfao
                    add 1                    to ws-total-orfaos
                 end-if
              end-if
           end-perform.
      *
       carregar-situacao-tutor.
           initialize reg-tuto.
           move pet-cd-tutor                 to tuto-cd-tutor.
           read vbm-tuto with no lock.
           if valid-vbm-tuto and tuto-ativo
              set ws-tutor-ativo             to true
           else
              set ws-tutor-ativo             to false
           end-if.
      *
      ******************************************************************
      *    passo 2 - le vbm-tuto em sequencia de codigo e aponta       *
      *    situacao invalida, cpf/cnpj zerado e contador de pets       *
      *    divergente da contagem real em vbm-pet; no modo corrigir    *
      *    os contadores sao ressincronizados com trilha de auditoria  *
      ******************************************************************
       verificar-tutores.
           move zero                         to ws-total-tuto-lidos.
           move zero                         to ws-total-qtd-diverg.
           move zero                         to ws-total-qtd-corrig.
           move zero                         to ws-total-sit-invalida.
           move zero                         to ws-total-doc-zerado.
           set wss-fim-arquivo               to false.
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
                 add 1                       to ws-total-tuto-lidos
                 perform verificar-registro-tutor
              end-if
           end-perform.
      *
       verificar-registro-tutor.
           if not tuto-ativo and not tuto-excluido
              move tuto-cd-tutor             to wsl-sit-cd-tutor
              move tuto-nm-tutor             to wsl-sit-nm-tutor
              move tuto-situacao             to wsl-sit-situacao
              write reg-rrec                 from ws-linha-sit
              add 1                          to ws-total-sit-invalida
           end-if.
           if tuto-rn-tutor equal zeros
              move tuto-cd-tutor             to wsl-doc-cd-tutor
              move tuto-nm-tutor             to wsl-doc-nm-tutor
              write reg-rrec                 from ws-linha-doc
              add 1                          to ws-total-doc-zerado
           end-if.
           perform contar-pets-tutor.
           if ws-qtd-pets-contados not equal tuto-qtd-pets-tutor
              move tuto-cd-tutor             to wsl-qtd-cd-tutor
              move tuto-nm-tutor             to wsl-qtd-nm-tutor
              move tuto-qtd-pets-tutor       to wsl-qtd-arquivo
              move ws-qtd-pets-contados      to wsl-qtd-real
              add 1                          to ws-total-qtd-diverg
              move spaces                    to wsl-qtd-acao
              if ws-modo-corrigir
                 perform corrigir-contador-tutor
              end-if
              write reg-rrec                 from ws-linha-qtd
           end-if.
      *
      ******************************************************************
      *    conta os pets do tutor corrente pela chave alternativa,     *
      *    preservando a posicao da leitura sequencial de vbm-tuto     *
      ******************************************************************
       contar-pets-tutor.
           move zero                         to ws-qtd-pets-contados.
           initialize reg-pet.
           move tuto-cd-tutor                to pet-cd-tutor.
           start vbm-pet key is equal to pet-cd-tutor.
           if valid-vbm-pet
              read vbm-pet next with no lock
              perform with test before
                       until not valid-vbm-pet
                          or pet-cd-tutor not equal tuto-cd-tutor
                 add 1                       to ws-qtd-pets-contados
                 read vbm-pet next with no lock
              end-perform
           end-if.
      *
       corrigir-contador-tutor.
           perform gravar-auditoria-tutor.
           move ws-qtd-pets-contados         to tuto-qtd-pets-tutor.
           rewrite reg-tuto.
           if valid-vbm-tuto
              add 1                          to ws-total-qtd-corrig
              move "corrigido"               to wsl-qtd-acao
           else
              display "erro ao corrigir o tutor " tuto-cd-tutor
                      " status: " fs-vbm-tuto
           end-if.
      *
      ******************************************************************
      *    trilha de auditoria - grava a imagem anterior do tutor      *
      *    antes da correcao, como faz o cadastro de tutores           *
      ******************************************************************
       gravar-auditoria-tutor.
           accept ws-aud-data                from date yyyymmdd.
           accept ws-aud-hora-raw             from time.
           divide ws-aud-hora-raw by 100 giving ws-aud-hora.
           initialize reg-ttau.
           compute ttau-dt-hora = ws-aud-data * 1000000 + ws-aud-hora.
           move ws-operador                  to ttau-operador.
           set ttau-acao-alteracao            to true.
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
       imprimir-total.
           write reg-rrec                    from ws-linha-branco.
           move "tutores lidos..........: "  to ws-linha-total.
           move ws-total-tuto-lidos          to wsl-total.
           write reg-rrec                    from ws-linha-total.
           move "pets lidos.............: "  to ws-linha-total.
           move ws-total-pet-lidos           to wsl-total.
           write reg-rrec                    from ws-linha-total.
           move "pets sem tutor ativo...: "  to ws-linha-total.
           move ws-total-orfaos              to wsl-total.
           write reg-rrec                    from ws-linha-total.
           move "contadores divergentes.: "  to ws-linha-total.
           move ws-total-qtd-diverg          to wsl-total.
           write reg-rrec                    from ws-linha-total.
           move "contadores corrigidos..: "  to ws-linha-total.
           move ws-total-qtd-corrig          to wsl-total.
           write reg-rrec                    from ws-linha-total.
           move "situacao invalida......: "  to ws-linha-total.
           move ws-total-sit-invalida        to wsl-total.
           write reg-rrec                    from ws-linha-total.
           move "cpf/cnpj zerado........: "  to ws-linha-total.
           move ws-total-doc-zerado          to wsl-total.
           write reg-rrec                    from ws-linha-total.
