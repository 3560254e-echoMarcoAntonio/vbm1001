       identification                       division.
       program-id.                          vbm-1005.
       author.                              stanicki.
       date-written.                        ago-2026.
      ******************************************************************
      *      relatorio de vacinas vencidas ou a vencer em 30 dias      *
      *      varre a carteira de vacinacao (vbm-vacc) agrupada por     *
      *      pet, considera apenas a aplicacao mais recente de cada    *
      *      vacina e lista o tutor com telefone para o contato da     *
      *      recepcao                                                  *
      ******************************************************************
       environment                          division.
       special-names.
           decimal-point is comma.
       input-output                         section.
       file-control.
           copy "vbm-vacc.sl".
           copy "vbm-pet.sl".
           copy "vbm-tuto.sl".
           copy "vbm-rvac.sl".
       data                                 division.
       file                                 section.
           copy "vbm-vacc.fd".
           copy "vbm-pet.fd".
           copy "vbm-tuto.fd".
           copy "vbm-rvac.fd".
      ******************************************************************
      *                        working storage                         *
      ******************************************************************
       working-storage                      section.
       77 fs-vbm-vacc pic xx.
          88 valid-vbm-vacc value "00" thru "09".
       77 fs-vbm-pet pic xx.
          88 valid-vbm-pet value "00" thru "09".
       77 fs-vbm-tuto pic xx.
          88 valid-vbm-tuto value "00" thru "09".
       77 fs-vbm-rvac pic xx.
          88 valid-vbm-rvac value "00" thru "09".
      *
       01 wss-controle-batch                pic 9(01).
          88 wss-fim-arquivo                value 1 false 0.
      *
       01 ws-data-hoje                      pic 9(08).
       01 ws-data-limite                    pic 9(08).
       01 ws-data-limite-r redefines ws-data-limite.
          03 ws-lim-ano                     pic 9(04).
          03 ws-lim-mes                     pic 9(02).
          03 ws-lim-dia                     pic 9(02).
       01 ws-lim-resto                      pic 9(04) comp.
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
       01 ws-chave-pet-anterior.
          03 ws-ant-cd-tutor                pic 9(07).
          03 ws-ant-cd-pet                  pic 9(03).
       01 ws-qtd-grupo                      pic 9(03) comp.
       01 ws-idx                            pic 9(03) comp.
       01 ws-idx2                           pic 9(03) comp.
       01 ws-fl-mais-recente                pic 9(01).
          88 ws-mais-recente                value 1 false 0.
       01 ws-tab-grupo.
          03 ws-grupo-ocorrencia            occurs 100 times.
             05 ws-grupo-nm-vacina          pic x(20).
             05 ws-grupo-nr-dose            pic 9(02).
             05 ws-grupo-dt-aplicacao       pic 9(08).
             05 ws-grupo-dt-proxima         pic 9(08).
      *
       01 ws-total-lidos                    pic 9(07) comp.
       01 ws-total-avisos                   pic 9(05) comp.
       01 ws-total-excedentes               pic 9(05) comp.
      *
       01 ws-linha-titulo                   pic x(132).
       01 ws-linha-branco                   pic x(132) value spaces.
       01 ws-linha-cabecalho.
          03 filler                         pic x(07) value "tutor ".
          03 filler                         pic x(31) value "nome ".
          03 filler                         pic x(16) value "telefone ".
          03 filler                         pic x(04) value "pet ".
          03 filler                         pic x(21) value "nome ".
          03 filler                         pic x(21) value "vacina ".
          03 filler                         pic x(06) value "dose ".
          03 filler                         pic x(11) value "vence em ".
          03 filler                         pic x(09) value "situacao".
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
          03 wsl-nm-vacina                  pic x(20).
          03 filler                         pic x(01) value space.
          03 wsl-nr-dose                    pic z(04)9.
          03 filler                         pic x(01) value space.
          03 wsl-dt-proxima                 pic x(10).
          03 filler                         pic x(01) value space.
          03 wsl-situacao                   pic x(09).
       01 ws-linha-total.
          03 filler                         pic x(33)
             value "total de avisos gerados.......: ".
          03 wsl-total-avisos               pic z(04)9.
       01 ws-linha-excesso.
          03 filler                         pic x(33)
             value "vacinas alem do limite por pet.: ".
          03 wsl-total-excedentes           pic z(04)9.
      ******************************************************************
      *                       procedure division                       *
      ******************************************************************
       procedure                            division.
           perform abrir-arquivos.
           perform calcular-data-limite.
           perform imprimir-cabecalho.
           perform processar-vacinas.
           perform fechar-arquivos.
           goback.
      *
       abrir-arquivos.
           open input vbm-vacc.
           if not valid-vbm-vacc
              display "erro ao abrir o arquivo vbm-vacc! status: "
                      fs-vbm-vacc
              goback
           end-if.
           open input vbm-pet.
           if not valid-vbm-pet
              display "erro ao abrir o arquivo vbm-pet! status: "
                      fs-vbm-pet
              goback
           end-if.
           open input vbm-tuto.
           if not valid-vbm-tuto
              display "erro ao abrir o arquivo vbm-tuto! status: "
                      fs-vbm-tuto
              goback
           end-if.
           open output vbm-rvac.
           if not valid-vbm-rvac
              display "erro ao abrir o arquivo vbm-rvac! status: "
                      fs-vbm-rvac
              goback
           end-if.
      *
       fechar-arquivos.
           close vbm-vacc.
           close vbm-pet.
           close vbm-tuto.
           close vbm-rvac.
      *
      ******************************************************************
      *    data limite do aviso = data de hoje mais 30 dias            *
      ******************************************************************
       calcular-data-limite.
           accept ws-data-hoje               from date yyyymmdd.
           move ws-data-hoje                 to ws-data-limite.
           add 30                            to ws-lim-dia.
           perform carregar-dias-mes-limite.
           perform with test before until ws-lim-dia <= ws-dias-limite
              subtract ws-dias-limite        from ws-lim-dia
              add 1                          to ws-lim-mes
              if ws-lim-mes > 12
                 move 1                      to ws-lim-mes
                 add 1                       to ws-lim-ano
              end-if
              perform carregar-dias-mes-limite
           end-perform.
      *
       carregar-dias-mes-limite.
           move ws-dias-mes(ws-lim-mes)      to ws-dias-limite.
           if ws-lim-mes equal 2
              divide ws-lim-ano by 4 giving ws-lim-resto
                                       remainder ws-lim-resto
              if ws-lim-resto equal zero
                 move 29                     to ws-dias-limite
              end-if
              divide ws-lim-ano by 100 giving ws-lim-resto
                                         remainder ws-lim-resto
              if ws-lim-resto equal zero
                 move 28                     to ws-dias-limite
              end-if
              divide ws-lim-ano by 400 giving ws-lim-resto
                                         remainder ws-lim-resto
              if ws-lim-resto equal zero
                 move 29                     to ws-dias-limite
              end-if
           end-if.
      *
       imprimir-cabecalho.
           move "relatorio de vacinas vencidas e a vencer - vbm-1005"
                                             to ws-linha-titulo.
           write reg-rvac                   from ws-linha-titulo.
           write reg-rvac                   from ws-linha-branco.
           write reg-rvac                   from ws-linha-cabecalho.
      *
      ******************************************************************
      *    le a carteira de vacinacao em sequencia de chave (pet a     *
      *    pet); ao trocar o pet, avalia o grupo acumulado             *
      ******************************************************************
       processar-vacinas.
           move zero                         to ws-total-lidos.
           move zero                         to ws-total-avisos.
           move zero                         to ws-total-excedentes.
           move zero                         to ws-qtd-grupo.
           move zeros                        to ws-chave-pet-anterior.
           initialize reg-vacc.
           move low-value                    to vacc-chave-vacc.
           start vbm-vacc key is not less than vacc-chave-vacc.
           if not valid-vbm-vacc
              set wss-fim-arquivo            to true
           end-if.
           perform with test before until wss-fim-arquivo
              read vbm-vacc next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 add 1                       to ws-total-lidos
                 if vacc-chave-pet-vacc
                    not equal ws-chave-pet-anterior
                    perform fechar-grupo-pet
                    move vacc-cd-tutor       to ws-ant-cd-tutor
                    move vacc-cd-pet         to ws-ant-cd-pet
                 end-if
                 add 1                       to ws-qtd-grupo
                 if ws-qtd-grupo > 100
                    add 1                    to ws-total-excedentes
                 end-if
                 if ws-qtd-grupo <= 100
                    move vacc-nm-vacina      to
                       ws-grupo-nm-vacina(ws-qtd-grupo)
                    move vacc-nr-dose        to
                       ws-grupo-nr-dose(ws-qtd-grupo)
                    move vacc-dt-aplicacao   to
                       ws-grupo-dt-aplicacao(ws-qtd-grupo)
                    move vacc-dt-proxima     to
                       ws-grupo-dt-proxima(ws-qtd-grupo)
                 end-if
              end-if
           end-perform.
           perform fechar-grupo-pet.
           perform imprimir-total.
      *
      ******************************************************************
      *    avalia o grupo do pet anterior: para cada vacina conta      *
      *    apenas a aplicacao mais recente; emite aviso quando a       *
      *    proxima dose ja venceu ou vence ate a data limite           *
      ******************************************************************
       fechar-grupo-pet.
           if ws-qtd-grupo > 0
              if ws-qtd-grupo > 100
                 move 100                    to ws-qtd-grupo
              end-if
              perform varying ws-idx from 1 by 1
                         until ws-idx > ws-qtd-grupo
                 perform verificar-mais-recente
                 if ws-mais-recente
                    and ws-grupo-dt-proxima(ws-idx) > zeros
                    and ws-grupo-dt-proxima(ws-idx) <= ws-data-limite
                    perform imprimir-aviso-vacina
                 end-if
              end-perform
           end-if.
           move zero                         to ws-qtd-grupo.
      *
       verificar-mais-recente.
           set ws-mais-recente               to true.
           perform varying ws-idx2 from 1 by 1
                      until ws-idx2 > ws-qtd-grupo
              if ws-idx2 not equal ws-idx
                 and ws-grupo-nm-vacina(ws-idx2) equal
                     ws-grupo-nm-vacina(ws-idx)
                 if ws-grupo-dt-aplicacao(ws-idx2) >
                    ws-grupo-dt-aplicacao(ws-idx)
                    or (ws-grupo-dt-aplicacao(ws-idx2) equal
                        ws-grupo-dt-aplicacao(ws-idx)
                        and ws-idx2 > ws-idx)
                    set ws-mais-recente      to false
                 end-if
              end-if
           end-perform.
      *
       imprimir-aviso-vacina.
           initialize reg-tuto.
           move ws-ant-cd-tutor              to tuto-cd-tutor.
           read vbm-tuto with no lock.
           if not valid-vbm-tuto or tuto-excluido
              exit paragraph
           end-if.
           initialize reg-pet.
           move ws-ant-cd-tutor              to pet-cd-tutor.
           move ws-ant-cd-pet                to pet-cd-pet.
           read vbm-pet with no lock.
           if not valid-vbm-pet or pet-obito-pet
              exit paragraph
           end-if.
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
           move ws-grupo-nm-vacina(ws-idx)   to wsl-nm-vacina.
           move ws-grupo-nr-dose(ws-idx)     to wsl-nr-dose.
           string
              ws-grupo-dt-proxima(ws-idx)(7:2) delimited by size
              "/"
              ws-grupo-dt-proxima(ws-idx)(5:2) delimited by size
              "/"
              ws-grupo-dt-proxima(ws-idx)(1:4) delimited by size
              into wsl-dt-proxima
           end-string.
           if ws-grupo-dt-proxima(ws-idx) < ws-data-hoje
              move "em atraso"               to wsl-situacao
           else
              move "a vencer"                to wsl-situacao
           end-if.
           write reg-rvac                    from ws-linha-detalhe.
           add 1                             to ws-total-avisos.
      *
       imprimir-total.
           write reg-rvac                    from ws-linha-branco.
           move ws-total-avisos              to wsl-total-avisos.
           write reg-rvac                    from ws-linha-total.
           if ws-total-excedentes > zero
              move ws-total-excedentes       to wsl-total-excedentes
              write reg-rvac                from ws-linha-excesso
           end-if.
