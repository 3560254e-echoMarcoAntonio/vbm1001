       identification                       division.
       program-id.                          vbm-1016.
       author.                              stanicki.
       date-written.                        set-2026.
      ******************************************************************
      *      varredura diaria de faltas da agenda de atendimentos      *
      *      ao fim do dia, os atendimentos ainda marcados com data    *
      *      ate a data de corte viram faltas ("F"), para que nao      *
      *      continuem ocupando horario nas consultas da agenda;       *
      *      o relatorio lista as faltas marcadas e os tutores         *
      *      reincidentes (3 ou mais faltas), dos quais a recepcao     *
      *      deve exigir pre-pagamento                                 *
      *                                                                *
      *      data de corte na variavel de ambiente VBM-1016-DATA       *
      *      (aaaammdd, padrao a data de hoje)                         *
      ******************************************************************
       environment                          division.
       special-names.
           decimal-point is comma.
       input-output                         section.
       file-control.
           copy "vbm-agnd.sl".
           copy "vbm-tuto.sl".
           copy "vbm-pet.sl".
           copy "vbm-rfal.sl".
       data                                 division.
       file                                 section.
           copy "vbm-agnd.fd".
           copy "vbm-tuto.fd".
           copy "vbm-pet.fd".
           copy "vbm-rfal.fd".
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
       77 fs-vbm-rfal pic xx.
          88 valid-vbm-rfal value "00" thru "09".
      *
       01 wss-controle-batch                pic 9(01).
          88 wss-fim-arquivo                value 1 false 0.
      *
       01 ws-data-corte-x                   pic x(08).
       01 ws-data-corte                     pic 9(08).
       01 ws-corte-pos                      pic 9(02) comp.
       01 ws-corte-digito                   pic 9(01).
      *
       01 ws-qtd-tab                        pic 9(04) comp.
       01 ws-idx                            pic 9(04) comp.
       01 ws-fl-tutor-na-tab                pic 9(01).
          88 ws-tutor-na-tab                value 1 false 0.
       01 ws-tab-faltas.
          03 ws-tab-entrada                 occurs 500 times.
             05 ws-tab-cd-tutor             pic 9(07).
             05 ws-tab-qtd-faltas           pic 9(03).
      *
       01 ws-total-lidos                    pic 9(07) comp.
       01 ws-total-marcadas                 pic 9(05) comp.
       01 ws-total-reincidentes             pic 9(05) comp.
       01 ws-total-excedentes               pic 9(05) comp.
      *
       01 ws-desc-servico                   pic x(10).
      *
       01 ws-linha-titulo                   pic x(132).
       01 ws-linha-branco                   pic x(132) value spaces.
       01 ws-linha-corte.
          03 filler                         pic x(25)
             value "data de corte..........: ".
          03 wsl-dt-corte                   pic x(10).
       01 ws-linha-cabecalho.
          03 filler                         pic x(11) value "data ".
          03 filler                         pic x(06) value "hora ".
          03 filler                         pic x(08) value "tutor ".
          03 filler                         pic x(31) value "nome ".
          03 filler                         pic x(04) value "pet ".
          03 filler                         pic x(21) value "nome ".
          03 filler                         pic x(10) value "servico".
       01 ws-linha-detalhe.
          03 wsl-dt-agenda                  pic x(10).
          03 filler                         pic x(01) value space.
          03 wsl-hora                       pic x(05).
          03 filler                         pic x(01) value space.
          03 wsl-cd-tutor                   pic z(06)9.
          03 filler                         pic x(01) value space.
          03 wsl-nm-tutor                   pic x(30).
          03 filler                         pic x(01) value space.
          03 wsl-cd-pet                     pic zz9.
          03 filler                         pic x(01) value space.
          03 wsl-nm-pet                     pic x(20).
          03 filler                         pic x(01) value space.
          03 wsl-servico                    pic x(10).
       01 ws-linha-reinc-tit.
          03 filler                         pic x(40)
             value "tutores reincidentes (3 ou mais faltas)".
          03 filler                         pic x(92)
             value " - exigir pre-pagamento".
       01 ws-linha-reinc-cab.
          03 filler                         pic x(08) value "tutor ".
          03 filler                         pic x(31) value "nome ".
          03 filler                         pic x(16) value "telefone ".
          03 filler                         pic x(07) value "faltas".
       01 ws-linha-reincidente.
          03 wsr-cd-tutor                   pic z(06)9.
          03 filler                         pic x(01) value space.
          03 wsr-nm-tutor                   pic x(30).
          03 filler                         pic x(01) value space.
          03 wsr-contato-tutor              pic x(15).
          03 filler                         pic x(01) value space.
          03 wsr-qtd-faltas                 pic z(04)9.
       01 ws-linha-excesso.
          03 filler                         pic x(40)
             value "limite de 500 tutores com falta atingido".
          03 filler                         pic x(92)
             value " - os demais nao avaliados".
       01 ws-linha-total.
          03 filler                         pic x(25).
          03 wsl-total                      pic z(06)9.
      ******************************************************************
      *                       procedure division                       *
      ******************************************************************
       procedure                            division.
           perform abrir-arquivos.
           perform carregar-data-corte.
           perform imprimir-cabecalho.
           perform varrer-agenda.
           perform imprimir-reincidentes.
           perform imprimir-total.
           perform fechar-arquivos.
           goback.
      *
       abrir-arquivos.
           open i-o vbm-agnd.
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
           open output vbm-rfal.
           if not valid-vbm-rfal
              display "erro ao abrir o arquivo vbm-rfal! status: "
                      fs-vbm-rfal
              move 8                         to return-code
              goback
           end-if.
      *
       fechar-arquivos.
           close vbm-agnd.
           close vbm-tuto.
           close vbm-pet.
           close vbm-rfal.
      *
       carregar-data-corte.
           move spaces                       to ws-data-corte-x.
           accept ws-data-corte-x           from environment
                                            "VBM-1016-DATA".
           move zero                         to ws-data-corte.
           perform varying ws-corte-pos from 1 by 1
                      until ws-corte-pos > 8
              if ws-data-corte-x(ws-corte-pos:1) is numeric
                 move ws-data-corte-x(ws-corte-pos:1)
                   to ws-corte-digito
                 compute ws-data-corte = ws-data-corte * 10 +
                    ws-corte-digito
              end-if
           end-perform.
           if ws-data-corte equal zero
              accept ws-data-corte          from date yyyymmdd
           end-if.
      *
       imprimir-cabecalho.
           move "relatorio diario de faltas da agenda - vbm-1016"
                                             to ws-linha-titulo.
           write reg-rfal                   from ws-linha-titulo.
           string
              ws-data-corte(7:2)             delimited by size
              "/"
              ws-data-corte(5:2)             delimited by size
              "/"
              ws-data-corte(1:4)             delimited by size
              into wsl-dt-corte
           end-string.
           write reg-rfal                   from ws-linha-corte.
           write reg-rfal                   from ws-linha-branco.
           write reg-rfal                   from ws-linha-cabecalho.
      *
      ******************************************************************
      *    varre a agenda inteira: atendimento ainda marcado com       *
      *    data ate o corte vira falta; todas as faltas (novas e       *
      *    antigas) alimentam a contagem de reincidencia por tutor     *
      ******************************************************************
       varrer-agenda.
           move zero                         to ws-total-lidos.
           move zero                         to ws-total-marcadas.
           move zero                         to ws-total-excedentes.
           move zero                         to ws-qtd-tab.
           set wss-fim-arquivo               to false.
           initialize reg-agnd.
           move low-value                    to agnd-chave-agenda.
           start vbm-agnd key is not less than agnd-chave-agenda.
           if not valid-vbm-agnd
              set wss-fim-arquivo            to true
           end-if.
           perform with test before until wss-fim-arquivo
              read vbm-agnd next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 add 1                       to ws-total-lidos
                 if agnd-marcado
                    and agnd-dt-agenda <= ws-data-corte
                    perform marcar-falta
                 end-if
                 if agnd-falta
                    perform contar-falta-tutor
                 end-if
              end-if
           end-perform.
      *
       marcar-falta.
           set agnd-falta                    to true.
           rewrite reg-agnd.
           if not valid-vbm-agnd
              display "erro ao marcar a falta do atendimento "
                      agnd-chave-agenda
                      " status: " fs-vbm-agnd
              exit paragraph
           end-if.
           add 1                             to ws-total-marcadas.
           perform imprimir-falta-marcada.
      *
       imprimir-falta-marcada.
           string
              agnd-dt-agenda(7:2)            delimited by size
              "/"
              agnd-dt-agenda(5:2)            delimited by size
              "/"
              agnd-dt-agenda(1:4)            delimited by size
              into wsl-dt-agenda
           end-string.
           string
              agnd-hr-agenda(1:2)            delimited by size
              ":"
              agnd-hr-agenda(3:2)            delimited by size
              into wsl-hora
           end-string.
           move agnd-cd-tutor                to wsl-cd-tutor.
           move agnd-cd-pet                  to wsl-cd-pet.
           initialize reg-tuto.
           move agnd-cd-tutor                to tuto-cd-tutor.
           read vbm-tuto with no lock.
           if valid-vbm-tuto
              move tuto-nm-tutor             to wsl-nm-tutor
           else
              move spaces                    to wsl-nm-tutor
           end-if.
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
           move ws-desc-servico              to wsl-servico.
           write reg-rfal                   from ws-linha-detalhe.
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
       contar-falta-tutor.
           set ws-tutor-na-tab               to false.
           perform varying ws-idx from 1 by 1
                      until ws-idx > ws-qtd-tab
              if ws-tab-cd-tutor(ws-idx) equal agnd-cd-tutor
                 add 1                  to ws-tab-qtd-faltas(ws-idx)
                 set ws-tutor-na-tab         to true
                 move ws-qtd-tab             to ws-idx
              end-if
           end-perform.
           if not ws-tutor-na-tab
              if ws-qtd-tab < 500
                 add 1                       to ws-qtd-tab
                 move agnd-cd-tutor          to ws-tab-cd-tutor
                                                  (ws-qtd-tab)
                 move 1                      to ws-tab-qtd-faltas
                                                  (ws-qtd-tab)
              else
                 add 1                       to ws-total-excedentes
              end-if
           end-if.
      *
      ******************************************************************
      *    tutores com 3 ou mais faltas acumuladas: a recepcao deve    *
      *    exigir o pre-pagamento antes de novas marcacoes             *
      ******************************************************************
       imprimir-reincidentes.
           move zero                         to ws-total-reincidentes.
           write reg-rfal                   from ws-linha-branco.
           write reg-rfal                   from ws-linha-reinc-tit.
           write reg-rfal                   from ws-linha-reinc-cab.
           perform varying ws-idx from 1 by 1
                      until ws-idx > ws-qtd-tab
              if ws-tab-qtd-faltas(ws-idx) >= 3
                 perform imprimir-um-reincidente
              end-if
           end-perform.
      *
       imprimir-um-reincidente.
           add 1                             to ws-total-reincidentes.
           move ws-tab-cd-tutor(ws-idx)      to wsr-cd-tutor.
           initialize reg-tuto.
           move ws-tab-cd-tutor(ws-idx)      to tuto-cd-tutor.
           read vbm-tuto with no lock.
           if valid-vbm-tuto
              move tuto-nm-tutor             to wsr-nm-tutor
              string
                 "("  tuto-ddd-tutor         delimited by size
                 ") " tuto-fone-tutor(1:5)   delimited by size
                 "-"  tuto-fone-tutor(6:4)   delimited by size
                 into wsr-contato-tutor
              end-string
           else
              move spaces                    to wsr-nm-tutor
              move spaces                    to wsr-contato-tutor
           end-if.
           move ws-tab-qtd-faltas(ws-idx)    to wsr-qtd-faltas.
           write reg-rfal                   from ws-linha-reincidente.
      *
       imprimir-total.
           write reg-rfal                    from ws-linha-branco.
           if ws-total-excedentes > zero
              write reg-rfal                from ws-linha-excesso
              write reg-rfal                from ws-linha-branco
           end-if.
           move "atendimentos lidos.....: "  to ws-linha-total.
           move ws-total-lidos               to wsl-total.
           write reg-rfal                    from ws-linha-total.
           move "faltas marcadas........: "  to ws-linha-total.
           move ws-total-marcadas            to wsl-total.
           write reg-rfal                    from ws-linha-total.
           move "tutores reincidentes...: "  to ws-linha-total.
           move ws-total-reincidentes        to wsl-total.
           write reg-rfal                    from ws-linha-total.
