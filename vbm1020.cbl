       identification                       division.
       program-id.                          vbm-1020.
       author.                              stanicki.
       date-written.                        set-2026.
      ******************************************************************
      *      extrato diario de lembretes de agendamento para o         *
      *      gateway de sms/whatsapp                                   *
      *      le a agenda do dia seguinte pela chave primaria, junta    *
      *      o telefone do tutor e a descricao do servico e grava o    *
      *      extrato posicional com cabecalho, um registro "L" por     *
      *      lembrete e trailer com contagens e hash, no estilo do     *
      *      intercambio de parceiros (vbm-1013); tutores que          *
      *      recusam contato ou estao sem telefone sao pulados e       *
      *      contados no relatorio de controle                         *
      *                                                                *
      *      a partir do layout 002 o registro "L" termina com o       *
      *      tutor e o pet do atendimento; com a data e a hora eles    *
      *      identificam o atendimento no retorno do gateway, lido     *
      *      pelo vbm-1031                                             *
      *                                                                *
      *      data dos lembretes na variavel de ambiente                *
      *      VBM-1020-DATA (aaaammdd, padrao o dia seguinte)           *
      ******************************************************************
       environment                          division.
       special-names.
           decimal-point is comma.
       input-output                         section.
       file-control.
           copy "vbm-agnd.sl".
           copy "vbm-tuto.sl".
           copy "vbm-pet.sl".
           copy "vbm-lemb.sl".
           copy "vbm-rlem.sl".
       data                                 division.
       file                                 section.
           copy "vbm-agnd.fd".
           copy "vbm-tuto.fd".
           copy "vbm-pet.fd".
           copy "vbm-lemb.fd".
           copy "vbm-rlem.fd".
      ******************************************************************
      *                        working storage                         *
      ******************************************************************
       working-storage                      section.
       77 fs-vbm-agnd pic xx.
          88 valid-vbm-agnd value "00" thru "09".
       77 fs-vbm-tuto pic xx.
          88 valid-vbm-tuto value "00" thru "09".
       77 fs-vbm-pet pic xx.
          88 valid-vbm-pet value "00" thru "09".
       77 fs-vbm-lemb pic xx.
          88 valid-vbm-lemb value "00" thru "09".
       77 fs-vbm-rlem pic xx.
          88 valid-vbm-rlem value "00" thru "09".
      *
       01 wss-controle-batch                pic 9(01).
          88 wss-fim-arquivo                value 1 false 0.
      *
       01 ws-data-lembrete-x                pic x(08).
       01 ws-data-lembrete                  pic 9(08).
       01 ws-data-lembrete-r redefines ws-data-lembrete.
          03 ws-lem-ano                     pic 9(04).
          03 ws-lem-mes                     pic 9(02).
          03 ws-lem-dia                     pic 9(02).
       01 ws-lem-pos                        pic 9(02) comp.
       01 ws-lem-digito                     pic 9(01).
       01 ws-lem-resto                      pic 9(04) comp.
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
       01 ws-data-geracao                   pic 9(08).
       01 ws-hora-geracao                   pic 9(08).
       01 ws-versao-layout                  pic x(03) value "002".
      *
       01 ws-reg-header.
          03 filler                         pic x(01) value "H".
          03 wsh-dt-geracao                 pic 9(08).
          03 wsh-hr-geracao                 pic 9(06).
          03 wsh-versao-layout              pic x(03).
       01 ws-reg-lembrete.
          03 filler                         pic x(01) value "L".
          03 wsl-dt-agenda                  pic 9(08).
          03 wsl-hr-agenda                  pic 9(04).
          03 wsl-ddd-tutor                  pic 9(02).
          03 wsl-fone-tutor                 pic 9(09).
          03 wsl-nm-tutor                   pic x(30).
          03 wsl-nm-pet                     pic x(20).
          03 wsl-desc-servico               pic x(10).
          03 wsl-cd-tutor                   pic 9(07).
          03 wsl-cd-pet                     pic 9(03).
       01 ws-reg-trailer.
          03 filler                         pic x(01) value "Z".
          03 wsz-qtd-lembretes              pic 9(07).
          03 wsz-qtd-registros              pic 9(07).
          03 wsz-hash-cd-tutor              pic 9(13).
      *
       01 ws-total-lidos                    pic 9(07) comp.
       01 ws-total-gerados                  pic 9(07) comp.
       01 ws-total-registros                pic 9(07) comp.
       01 ws-total-sem-fone                 pic 9(05) comp.
       01 ws-total-sem-consent              pic 9(05) comp.
       01 ws-total-nao-marcados             pic 9(05) comp.
       01 ws-total-sem-tutor                pic 9(05) comp.
       01 ws-total-pet-obito                pic 9(05) comp.
       01 ws-hash-cd-tutor                  pic 9(13).
      *
       01 ws-desc-servico                   pic x(10).
      *
       01 ws-linha-titulo                   pic x(132).
       01 ws-linha-branco                   pic x(132) value spaces.
       01 ws-linha-data.
          03 filler                         pic x(25)
             value "data dos lembretes.....: ".
          03 wsr-dt-lembrete                pic x(10).
       01 ws-linha-total.
          03 filler                         pic x(25).
          03 wsr-total                      pic z(06)9.
      ******************************************************************
      *                       procedure division                       *
      ******************************************************************
       procedure                            division.
           perform abrir-arquivos.
           perform carregar-data-lembrete.
           perform gravar-header.
           perform gerar-lembretes.
           perform gravar-trailer.
           perform imprimir-controle.
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
           open input vbm-tuto.
           if not valid-vbm-tuto
              display "erro ao abrir o arquivo vbm-tuto! status: "
                      fs-vbm-tuto
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
           open output vbm-lemb.
           if not valid-vbm-lemb
              display "erro ao abrir o arquivo vbm-lemb! status: "
                      fs-vbm-lemb
              move 8                         to return-code
              goback
           end-if.
           open output vbm-rlem.
           if not valid-vbm-rlem
              display "erro ao abrir o arquivo vbm-rlem! status: "
                      fs-vbm-rlem
              move 8                         to return-code
              goback
           end-if.
      *
       fechar-arquivos.
           close vbm-agnd.
           close vbm-tuto.
           close vbm-pet.
           close vbm-lemb.
           close vbm-rlem.
      *
      ******************************************************************
      *    data dos lembretes: VBM-1020-DATA quando informada, senao   *
      *    o dia seguinte ao da execucao                               *
      ******************************************************************
       carregar-data-lembrete.
           move spaces                       to ws-data-lembrete-x.
           accept ws-data-lembrete-x        from environment
                                            "VBM-1020-DATA".
           move zero                         to ws-data-lembrete.
           perform varying ws-lem-pos from 1 by 1
                      until ws-lem-pos > 8
              if ws-data-lembrete-x(ws-lem-pos:1) is numeric
                 move ws-data-lembrete-x(ws-lem-pos:1)
                   to ws-lem-digito
                 compute ws-data-lembrete = ws-data-lembrete * 10 +
                    ws-lem-digito
              end-if
           end-perform.
           if ws-data-lembrete equal zero
              accept ws-data-lembrete       from date yyyymmdd
              add 1                          to ws-lem-dia
              perform carregar-dias-mes-lembrete
              if ws-lem-dia > ws-dias-limite
                 move 1                      to ws-lem-dia
                 add 1                       to ws-lem-mes
                 if ws-lem-mes > 12
                    move 1                   to ws-lem-mes
                    add 1                    to ws-lem-ano
                 end-if
              end-if
           end-if.
      *
       carregar-dias-mes-lembrete.
           move ws-dias-mes(ws-lem-mes)      to ws-dias-limite.
           if ws-lem-mes equal 2
              divide ws-lem-ano by 4 giving ws-lem-resto
                                       remainder ws-lem-resto
              if ws-lem-resto equal zero
                 move 29                     to ws-dias-limite
              end-if
              divide ws-lem-ano by 100 giving ws-lem-resto
                                         remainder ws-lem-resto
              if ws-lem-resto equal zero
                 move 28                     to ws-dias-limite
              end-if
              divide ws-lem-ano by 400 giving ws-lem-resto
                                         remainder ws-lem-resto
              if ws-lem-resto equal zero
                 move 29                     to ws-dias-limite
              end-if
           end-if.
      *
       gravar-header.
           accept ws-data-geracao            from date yyyymmdd.
           accept ws-hora-geracao            from time.
           move ws-data-geracao              to wsh-dt-geracao.
           divide ws-hora-geracao by 100 giving wsh-hr-geracao.
           move ws-versao-layout             to wsh-versao-layout.
           move spaces                       to reg-lemb.
           write reg-lemb                   from ws-reg-header.
           move 1                            to ws-total-registros.
      *
      ******************************************************************
      *    um registro "L" por atendimento marcado na data, quando o   *
      *    tutor aceita contato e tem telefone cadastrado              *
      ******************************************************************
       gerar-lembretes.
           move zero                         to ws-total-lidos.
           move zero                         to ws-total-gerados.
           move zero                         to ws-total-sem-fone.
           move zero                         to ws-total-sem-consent.
           move zero                         to ws-total-nao-marcados.
           move zero                         to ws-total-sem-tutor.
           move zero                         to ws-total-pet-obito.
           move zero                         to ws-hash-cd-tutor.
           set wss-fim-arquivo               to false.
           initialize reg-agnd.
           move ws-data-lembrete             to agnd-dt-agenda.
           move zeros                        to agnd-hr-agenda.
           move zeros                        to agnd-cd-tutor.
           move zeros                        to agnd-cd-pet.
           start vbm-agnd key is not less than agnd-chave-agenda.
           if not valid-vbm-agnd
              set wss-fim-arquivo            to true
           end-if.
           perform with test before until wss-fim-arquivo
              read vbm-agnd next with no lock
              if not valid-vbm-agnd
                 or agnd-dt-agenda not equal ws-data-lembrete
                 set wss-fim-arquivo         to true
              else
                 add 1                       to ws-total-lidos
                 perform avaliar-lembrete
              end-if
           end-perform.
      *
       avaliar-lembrete.
           if not agnd-marcado
              add 1                          to ws-total-nao-marcados
              exit paragraph
           end-if.
           initialize reg-tuto.
           move agnd-cd-tutor                to tuto-cd-tutor.
           read vbm-tuto with no lock.
           if not valid-vbm-tuto or tuto-excluido
              add 1                          to ws-total-sem-tutor
              exit paragraph
           end-if.
           initialize reg-pet.
           move agnd-cd-tutor                to pet-cd-tutor.
           move agnd-cd-pet                  to pet-cd-pet.
           read vbm-pet with no lock.
           if valid-vbm-pet and pet-obito-pet
              add 1                          to ws-total-pet-obito
              exit paragraph
           end-if.
           if tuto-recusa-contato
              add 1                          to ws-total-sem-consent
              exit paragraph
           end-if.
           if tuto-ddd-tutor equal zeros
              or tuto-fone-tutor equal zeros
              add 1                          to ws-total-sem-fone
              exit paragraph
           end-if.
           perform gravar-lembrete.
      *
       gravar-lembrete.
           move agnd-dt-agenda               to wsl-dt-agenda.
           move agnd-hr-agenda               to wsl-hr-agenda.
           move tuto-ddd-tutor               to wsl-ddd-tutor.
           move tuto-fone-tutor              to wsl-fone-tutor.
           move tuto-nm-tutor                to wsl-nm-tutor.
           initialize reg-pet.
           move agnd-cd-tutor                to pet-cd-tutor.
           move agnd-cd-pet                  to pet-cd-pet.
           read vbm-pet with no lock.
           if valid-vbm-pet
              move pet-nm-pet                to wsl-nm-pet
           else
              move spaces                    to wsl-nm-pet
           end-if.
           perform carregar-descricao-servico.
           move ws-desc-servico              to wsl-desc-servico.
           move agnd-cd-tutor                to wsl-cd-tutor.
           move agnd-cd-pet                  to wsl-cd-pet.
           move spaces                       to reg-lemb.
           write reg-lemb                   from ws-reg-lembrete.
           add 1                             to ws-total-gerados.
           add 1                             to ws-total-registros.
           add agnd-cd-tutor                 to ws-hash-cd-tutor.
      *
       carregar-descricao-servico.
           evaluate true
              when agnd-consulta
                 move "consulta"             to ws-desc-servico
              when agnd-banho
                 move "banho"                to ws-desc-servico
              when agnd-tosa
                 move "tosa"                 to ws-desc-servico
              when agnd-vacina
                 move "vacina"               to ws-desc-servico
              when other
                 move spaces                 to ws-desc-servico
           end-evaluate.
      *
       gravar-trailer.
           move ws-total-gerados             to wsz-qtd-lembretes.
           add 1                             to ws-total-registros.
           move ws-total-registros           to wsz-qtd-registros.
           move ws-hash-cd-tutor             to wsz-hash-cd-tutor.
           move spaces                       to reg-lemb.
           write reg-lemb                   from ws-reg-trailer.
      *
      ******************************************************************
      *    relatorio de controle: quantos lembretes foram gerados e    *
      *    quantos atendimentos foram pulados e por qual motivo        *
      ******************************************************************
       imprimir-controle.
           move "controle de lembretes de agendamento - vbm-1020"
                                             to ws-linha-titulo.
           write reg-rlem                   from ws-linha-titulo.
           string
              ws-data-lembrete(7:2)          delimited by size
              "/"
              ws-data-lembrete(5:2)          delimited by size
              "/"
              ws-data-lembrete(1:4)          delimited by size
              into wsr-dt-lembrete
           end-string.
           write reg-rlem                   from ws-linha-data.
           write reg-rlem                   from ws-linha-branco.
           move "atendimentos na data...: "  to ws-linha-total.
           move ws-total-lidos               to wsr-total.
           write reg-rlem                    from ws-linha-total.
           move "lembretes gerados......: "  to ws-linha-total.
           move ws-total-gerados             to wsr-total.
           write reg-rlem                    from ws-linha-total.
           move "sem telefone...........: "  to ws-linha-total.
           move ws-total-sem-fone            to wsr-total.
           write reg-rlem                    from ws-linha-total.
           move "sem consentimento......: "  to ws-linha-total.
           move ws-total-sem-consent         to wsr-total.
           write reg-rlem                    from ws-linha-total.
           move "nao marcados (pulados).: "  to ws-linha-total.
           move ws-total-nao-marcados        to wsr-total.
           write reg-rlem                    from ws-linha-total.
           move "tutor fora do cadastro.: "  to ws-linha-total.
           move ws-total-sem-tutor           to wsr-total.
           write reg-rlem                    from ws-linha-total.
           move "pet com obito..........: "  to ws-linha-total.
           move ws-total-pet-obito           to wsr-total.
           write reg-rlem                    from ws-linha-total.
