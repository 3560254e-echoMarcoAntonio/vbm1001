       identification                       division.
       program-id.                          vbm-1033.
       author.                              stanicki.
       date-written.                        out-2026.
      ******************************************************************
      *      geracao da agenda a partir das recorrencias               *
      *      para cada recorrencia ativa (vbm-rcag) marca em vbm-agnd  *
      *      as ocorrencias ate o horizonte de geracao (VBM-1033-DIAS, *
      *      padrao 28 dias a partir de hoje) e ate a data fim da      *
      *      recorrencia, com as mesmas conferencias da marcacao na    *
      *      agenda (vbm-1004):                                        *
      *        - tutor existente e nao excluido, pet sem obito         *
      *        - profissional que atende no dia da semana e dentro da  *
      *          faixa de horario do cadastro (vbm-prof)               *
      *        - horario livre para o profissional                     *
      *      cada atendimento gerado fica ligado a recorrencia em      *
      *      vbm-rcgr; a data que nao pode ser marcada vai para o      *
      *      relatorio de excecoes e a recorrencia segue para a        *
      *      ocorrencia seguinte                                       *
      *                                                                *
      *      recorrencia de pet com obito registrado e cancelada; a    *
      *      que passa da data fim fica encerrada                      *
      ******************************************************************
       environment                          division.
       special-names.
           decimal-point is comma.
       input-output                         section.
       file-control.
           copy "vbm-rcag.sl".
           copy "vbm-rcgr.sl".
           copy "vbm-agnd.sl".
           copy "vbm-tuto.sl".
           copy "vbm-pet.sl".
           copy "vbm-prof.sl".
           copy "vbm-rrcg.sl".
       data                                 division.
       file                                 section.
           copy "vbm-rcag.fd".
           copy "vbm-rcgr.fd".
           copy "vbm-agnd.fd".
           copy "vbm-tuto.fd".
           copy "vbm-pet.fd".
           copy "vbm-prof.fd".
           copy "vbm-rrcg.fd".
      ******************************************************************
      *                        working storage                         *
      ******************************************************************
       working-storage                      section.
       77 fs-vbm-rcag pic xx.
          88 valid-vbm-rcag value "00" thru "09".
          88 inexistente-vbm-rcag value "35".
       77 fs-vbm-rcgr pic xx.
          88 valid-vbm-rcgr value "00" thru "09".
          88 inexistente-vbm-rcgr value "35".
       77 fs-vbm-agnd pic xx.
          88 valid-vbm-agnd value "00" thru "09".
          88 inexistente-vbm-agnd value "35".
       77 fs-vbm-tuto pic xx.
          88 valid-vbm-tuto value "00" thru "09".
       77 fs-vbm-pet pic xx.
          88 valid-vbm-pet value "00" thru "09".
       77 fs-vbm-prof pic xx.
          88 valid-vbm-prof value "00" thru "09".
          88 inexistente-vbm-prof value "35".
       77 fs-vbm-rrcg pic xx.
          88 valid-vbm-rrcg value "00" thru "09".
      *
       01 wss-controle-batch                pic 9(01).
          88 wss-fim-arquivo                value 1 false 0.
       01 wss-fl-fim-recorrencia            pic 9(01).
          88 wss-fim-recorrencia            value 1 false 0.
       01 ws-fl-horario-livre               pic 9(01).
          88 ws-horario-livre               value 1 false 0.
       01 ws-fl-prof-valido                 pic 9(01).
          88 ws-prof-valido                 value 1 false 0.
      *
       01 ws-dt-hoje                        pic 9(08).
       01 ws-hr-agora                       pic 9(04).
       01 ws-hora-raw                       pic 9(08).
       01 ws-dt-horizonte                   pic 9(08).
       01 ws-dt-marcacao                    pic 9(08).
       01 ws-ocorrencia                     pic x(40).
      *
      ******************************************************************
      *    horizonte de geracao em dias (VBM-1033-DIAS)                *
      ******************************************************************
       01 ws-hor-dias-x                     pic x(04).
       01 ws-hor-dias                       pic 9(03) comp.
       01 ws-hor-pos                        pic 9(02) comp.
       01 ws-hor-digito                     pic 9(01).
      *
      ******************************************************************
      *    data somada de dias corridos (intervalo da recorrencia,     *
      *    ajuste ao dia da semana e horizonte)                        *
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
      *    dia da semana pela congruencia de zeller (1 = domingo ...   *
      *    7 = sabado), o mesmo calculo da agenda                      *
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
       01 ws-dias-ajuste                    pic s9(02) comp.
      *
       01 ws-total-recorrencias             pic 9(07) comp.
       01 ws-total-gerados                  pic 9(07) comp.
       01 ws-total-excecoes                 pic 9(07) comp.
       01 ws-total-encerradas               pic 9(07) comp.
       01 ws-total-obito                    pic 9(07) comp.
      *
       01 ws-linha-titulo                   pic x(132).
       01 ws-linha-branco                   pic x(132) value spaces.
       01 ws-linha-horizonte.
          03 filler                         pic x(25)
             value "agenda gerada ate......: ".
          03 wsl-dt-horizonte               pic x(10).
       01 ws-linha-cabecalho.
          03 filler                         pic x(41)
             value "ocorrencia".
          03 filler                         pic x(08) value "  tutor".
          03 filler                         pic x(04) value "pet".
          03 filler                         pic x(04) value "seq".
          03 filler                         pic x(11) value "data".
          03 filler                         pic x(06) value "hora".
          03 filler                         pic x(05) value "prof".
          03 filler                         pic x(10) value "servico".
       01 ws-linha-detalhe.
          03 wsl-ocorrencia                 pic x(40).
          03 filler                         pic x(01) value space.
          03 wsl-cd-tutor                   pic z(06)9.
          03 filler                         pic x(01) value space.
          03 wsl-cd-pet                     pic zz9.
          03 filler                         pic x(01) value space.
          03 wsl-sq-recorrencia             pic z9.
          03 filler                         pic x(02) value space.
          03 wsl-dt-agenda                  pic x(10).
          03 filler                         pic x(01) value space.
          03 wsl-hr-agenda                  pic x(05).
          03 filler                         pic x(01) value space.
          03 wsl-cd-profissional            pic zz9.
          03 filler                         pic x(02) value space.
          03 wsl-servico                    pic x(10).
       01 ws-linha-total.
          03 filler                         pic x(37).
          03 wsl-total                      pic z(06)9.
      ******************************************************************
      *                       procedure division                       *
      ******************************************************************
       procedure                            division.
           perform abrir-arquivos.
           perform calcular-horizonte.
           perform imprimir-cabecalho.
           perform gerar-recorrencias.
           perform imprimir-total.
           perform fechar-arquivos.
           goback.
      *
       abrir-arquivos.
           open i-o vbm-rcag.
           if inexistente-vbm-rcag
              open output vbm-rcag
              close vbm-rcag
              open i-o vbm-rcag
           end-if.
           if not valid-vbm-rcag
              display "erro ao abrir o arquivo vbm-rcag! status: "
                      fs-vbm-rcag
              move 8                         to return-code
              goback
           end-if.
           open i-o vbm-rcgr.
           if inexistente-vbm-rcgr
              open output vbm-rcgr
              close vbm-rcgr
              open i-o vbm-rcgr
           end-if.
           if not valid-vbm-rcgr
              display "erro ao abrir o arquivo vbm-rcgr! status: "
                      fs-vbm-rcgr
              move 8                         to return-code
              goback
           end-if.
           open i-o vbm-agnd.
           if inexistente-vbm-agnd
              open output vbm-agnd
              close vbm-agnd
              open i-o vbm-agnd
           end-if.
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
           open input vbm-prof.
           if inexistente-vbm-prof
              open output vbm-prof
              close vbm-prof
              open input vbm-prof
           end-if.
           if not valid-vbm-prof
              display "erro ao abrir o arquivo vbm-prof! status: "
                      fs-vbm-prof
              move 8                         to return-code
              goback
           end-if.
           open output vbm-rrcg.
           if not valid-vbm-rrcg
              display "erro ao abrir o arquivo vbm-rrcg! status: "
                      fs-vbm-rrcg
              move 8                         to return-code
              goback
           end-if.
      *
       fechar-arquivos.
           close vbm-rcag.
           close vbm-rcgr.
           close vbm-agnd.
           close vbm-tuto.
           close vbm-pet.
           close vbm-prof.
           close vbm-rrcg.
      *
      ******************************************************************
      *    horizonte em dias (VBM-1033-DIAS, padrao 28) somado a data  *
      *    de hoje; horario de agora para nao marcar hora ja passada   *
      ******************************************************************
       calcular-horizonte.
           accept ws-dt-hoje                 from date yyyymmdd.
           accept ws-hora-raw                from time.
           divide ws-hora-raw by 10000 giving ws-hr-agora.
           move spaces                       to ws-hor-dias-x.
           accept ws-hor-dias-x             from environment
                                            "VBM-1033-DIAS".
           move zero                         to ws-hor-dias.
           perform varying ws-hor-pos from 1 by 1
                      until ws-hor-pos > 3
              if ws-hor-dias-x(ws-hor-pos:1) is numeric
                 move ws-hor-dias-x(ws-hor-pos:1) to ws-hor-digito
                 compute ws-hor-dias = ws-hor-dias * 10 +
                    ws-hor-digito
              end-if
           end-perform.
           if ws-hor-dias equal zero
              move 28                        to ws-hor-dias
           end-if.
           move ws-dt-hoje                   to ws-soma-data.
           move ws-hor-dias                  to ws-soma-dias.
           perform somar-dias.
           move ws-soma-data                 to ws-dt-horizonte.
      *
       imprimir-cabecalho.
           move "geracao da agenda recorrente - vbm-1033"
                                             to ws-linha-titulo.
           write reg-rrcg                   from ws-linha-titulo.
           move ws-dt-horizonte              to ws-dsem-data.
           move spaces                       to wsl-dt-horizonte.
           string
              ws-dsem-dia                    delimited by size
              "/"
              ws-dsem-mes                    delimited by size
              "/"
              ws-dsem-ano                    delimited by size
              into wsl-dt-horizonte
           end-string.
           write reg-rrcg                   from ws-linha-horizonte.
           write reg-rrcg                   from ws-linha-branco.
           write reg-rrcg                   from ws-linha-cabecalho.
      *
       gerar-recorrencias.
           move zero                         to ws-total-recorrencias.
           move zero                         to ws-total-gerados.
           move zero                         to ws-total-excecoes.
           move zero                         to ws-total-encerradas.
           move zero                         to ws-total-obito.
           set wss-fim-arquivo               to false.
           initialize reg-rcag.
           move low-value                    to rcag-chave-recorrencia.
           start vbm-rcag key is greater than rcag-chave-recorrencia.
           if not valid-vbm-rcag
              set wss-fim-arquivo            to true
           end-if.
           perform with test before until wss-fim-arquivo
              read vbm-rcag next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 and rcag-ativa
                 add 1                       to ws-total-recorrencias
                 perform processar-recorrencia
              end-if
           end-perform.
      *
      ******************************************************************
      *    tutor excluido, pet inexistente ou intervalo zerado: a      *
      *    recorrencia fica parada e sai no relatorio; pet com obito:  *
      *    cancelada                                                   *
      ******************************************************************
       processar-recorrencia.
           move rcag-dt-proxima              to ws-dt-marcacao.
           if rcag-intervalo-dias equal zero
              move "intervalo da recorrencia nao informado"
                                             to ws-ocorrencia
              perform imprimir-excecao
              exit paragraph
           end-if.
           initialize reg-tuto.
           move rcag-cd-tutor                to tuto-cd-tutor.
           read vbm-tuto with no lock.
           if not valid-vbm-tuto or tuto-excluido
              move "tutor nao encontrado ou excluido"
                                             to ws-ocorrencia
              perform imprimir-excecao
              exit paragraph
           end-if.
           initialize reg-pet.
           move rcag-cd-tutor                to pet-cd-tutor.
           move rcag-cd-pet                  to pet-cd-pet.
           read vbm-pet with no lock.
           if not valid-vbm-pet
              move "pet nao encontrado"      to ws-ocorrencia
              perform imprimir-excecao
              exit paragraph
           end-if.
           if pet-obito-pet
              set rcag-cancelada             to true
              move ws-dt-hoje                to rcag-dt-situacao
              move "VBM1033"                 to rcag-cd-operador
              perform regravar-recorrencia
              add 1                          to ws-total-obito
              move "pet com obito - recorrencia cancelada"
                                             to ws-ocorrencia
              perform imprimir-linha
              exit paragraph
           end-if.
           set wss-fim-recorrencia           to false.
           perform with test before until wss-fim-recorrencia
              perform calcular-data-marcacao
              evaluate true
                 when rcag-dt-fim not equal zeros
                  and ws-dt-marcacao > rcag-dt-fim
                    set rcag-encerrada       to true
                    move ws-dt-hoje          to rcag-dt-situacao
                    add 1                    to ws-total-encerradas
                    move "recorrencia encerrada na data fim"
                                             to ws-ocorrencia
                    perform imprimir-linha
                    set wss-fim-recorrencia  to true
                 when ws-dt-marcacao > ws-dt-horizonte
                    set wss-fim-recorrencia  to true
                 when other
                    perform gerar-ocorrencia
                    perform avancar-data-nominal
              end-evaluate
           end-perform.
           perform regravar-recorrencia.
      *
       regravar-recorrencia.
           rewrite reg-rcag.
           if not valid-vbm-rcag
              display "erro ao regravar a recorrencia! status: "
                      fs-vbm-rcag
              move 8                         to return-code
              perform fechar-arquivos
              goback
           end-if.
      *
      ******************************************************************
      *    data da marcacao: a data nominal levada ao primeiro dia da  *
      *    semana escolhido, sem alterar a data nominal, para o ciclo  *
      *    nao escorregar de uma ocorrencia para outra                 *
      ******************************************************************
       calcular-data-marcacao.
           move rcag-dt-proxima              to ws-dt-marcacao.
           if rcag-dia-semana equal zero
              exit paragraph
           end-if.
           move ws-dt-marcacao               to ws-dsem-data.
           perform calcular-dia-semana.
           compute ws-dias-ajuste = rcag-dia-semana - ws-dia-semana.
           if ws-dias-ajuste < zero
              add 7                          to ws-dias-ajuste
           end-if.
           if ws-dias-ajuste > zero
              move ws-dt-marcacao            to ws-soma-data
              move ws-dias-ajuste            to ws-soma-dias
              perform somar-dias
              move ws-soma-data              to ws-dt-marcacao
           end-if.
      *
       avancar-data-nominal.
           move rcag-dt-proxima              to ws-soma-data.
           move rcag-intervalo-dias          to ws-soma-dias.
           perform somar-dias.
           move ws-soma-data                 to rcag-dt-proxima.
      *
      ******************************************************************
      *    uma ocorrencia: as conferencias da marcacao na agenda; a    *
      *    ocorrencia ja gerada por uma execucao anterior interrompida *
      *    nao e marcada de novo                                       *
      ******************************************************************
       gerar-ocorrencia.
           if ws-dt-marcacao < ws-dt-hoje
              or (ws-dt-marcacao equal ws-dt-hoje
                  and rcag-hr-agenda <= ws-hr-agora)
              move "data ja passou sem geracao"
                                             to ws-ocorrencia
              perform imprimir-excecao
              exit paragraph
           end-if.
           initialize reg-rcgr.
           move ws-dt-marcacao               to rcgr-dt-agenda.
           move rcag-hr-agenda               to rcgr-hr-agenda.
           move rcag-cd-tutor                to rcgr-cd-tutor.
           move rcag-cd-pet                  to rcgr-cd-pet.
           read vbm-rcgr with no lock.
           if valid-vbm-rcgr
              and rcgr-chave-recorrencia equal rcag-chave-recorrencia
              exit paragraph
           end-if.
           perform validar-profissional-recorrencia.
           if not ws-prof-valido
              perform imprimir-excecao
              exit paragraph
           end-if.
           perform verificar-horario-livre.
           if not ws-horario-livre
              move "horario ja ocupado para este profissional"
                                             to ws-ocorrencia
              perform imprimir-excecao
              exit paragraph
           end-if.
           initialize reg-agnd.
           move ws-dt-marcacao               to agnd-dt-agenda.
           move rcag-hr-agenda               to agnd-hr-agenda.
           move rcag-cd-tutor                to agnd-cd-tutor.
           move rcag-cd-pet                  to agnd-cd-pet.
           read vbm-agnd with no lock.
           if valid-vbm-agnd
              move "pet ja tem atendimento neste horario"
                                             to ws-ocorrencia
              perform imprimir-excecao
              exit paragraph
           end-if.
           initialize reg-agnd.
           move ws-dt-marcacao               to agnd-dt-agenda.
           move rcag-hr-agenda               to agnd-hr-agenda.
           move rcag-cd-tutor                to agnd-cd-tutor.
           move rcag-cd-pet                  to agnd-cd-pet.
           move rcag-tp-servico              to agnd-tp-servico.
           move rcag-observacao              to agnd-observacao.
           move rcag-cd-profissional         to agnd-cd-profissional.
           set agnd-marcado                  to true.
           write reg-agnd.
           if not valid-vbm-agnd
              move "erro ao gravar o atendimento"
                                             to ws-ocorrencia
              perform imprimir-excecao
              exit paragraph
           end-if.
           initialize reg-rcgr.
           move agnd-chave-agenda            to rcgr-chave-agenda.
           move rcag-chave-recorrencia       to rcgr-chave-recorrencia.
           move ws-dt-hoje                   to rcgr-dt-geracao.
           write reg-rcgr.
           if not valid-vbm-rcgr
              rewrite reg-rcgr
           end-if.
           add 1                             to ws-total-gerados.
           move "agendado"                   to ws-ocorrencia.
           perform imprimir-linha.
      *
      ******************************************************************
      *    o profissional deve existir no cadastro e atender no dia    *
      *    da semana e na faixa de horario da recorrencia              *
      ******************************************************************
       validar-profissional-recorrencia.
           set ws-prof-valido                to true.
           initialize reg-prof.
           move rcag-cd-profissional         to prof-cd-profissional.
           read vbm-prof with no lock.
           if rcag-cd-profissional equal zeros or not valid-vbm-prof
              move "profissional nao cadastrado"
                                             to ws-ocorrencia
              set ws-prof-valido             to false
              exit paragraph
           end-if.
           move ws-dt-marcacao               to ws-dsem-data.
           perform calcular-dia-semana.
           if prof-fl-dia(ws-dia-semana) not equal "S"
              move "profissional nao atende neste dia"
                                             to ws-ocorrencia
              set ws-prof-valido             to false
              exit paragraph
           end-if.
           if rcag-hr-agenda < prof-hr-inicio
              or rcag-hr-agenda >= prof-hr-fim
              move "horario fora da faixa do profissional"
                                             to ws-ocorrencia
              set ws-prof-valido             to false
           end-if.
      *
      ******************************************************************
      *    horario livre: nenhum atendimento marcado na mesma data e   *
      *    hora para o mesmo profissional                              *
      ******************************************************************
       verificar-horario-livre.
           set ws-horario-livre              to true.
           initialize reg-agnd.
           move ws-dt-marcacao               to agnd-dt-agenda.
           move rcag-hr-agenda               to agnd-hr-agenda.
           move zeros                        to agnd-cd-tutor.
           move zeros                        to agnd-cd-pet.
           start vbm-agnd key is not less than agnd-chave-agenda.
           if valid-vbm-agnd
              read vbm-agnd next with no lock
           end-if.
           perform with test before
                    until not valid-vbm-agnd
                       or agnd-dt-agenda not equal ws-dt-marcacao
                       or agnd-hr-agenda not equal rcag-hr-agenda
              if agnd-marcado
                 and agnd-cd-profissional equal rcag-cd-profissional
                 set ws-horario-livre        to false
              end-if
              read vbm-agnd next with no lock
           end-perform.
      *
       calcular-dia-semana.
           move ws-dsem-ano                  to ws-dsem-ano-w.
           move ws-dsem-mes                  to ws-dsem-mes-w.
           if ws-dsem-mes-w <= 2
              add 12                         to ws-dsem-mes-w
              subtract 1                     from ws-dsem-ano-w
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
              move 7                         to ws-dia-semana
           else
              move ws-dsem-h                 to ws-dia-semana
           end-if.
      *
       somar-dias.
           move ws-soma-dia                  to ws-soma-dd.
           add ws-soma-dias                  to ws-soma-dd.
           perform carregar-dias-mes-soma.
           perform with test before
                    until ws-soma-dd <= ws-soma-limite
              subtract ws-soma-limite        from ws-soma-dd
              add 1                          to ws-soma-mes
              if ws-soma-mes > 12
                 move 1                      to ws-soma-mes
                 add 1                       to ws-soma-ano
              end-if
              perform carregar-dias-mes-soma
           end-perform.
           move ws-soma-dd                   to ws-soma-dia.
      *
       carregar-dias-mes-soma.
           move ws-dias-mes(ws-soma-mes)     to ws-soma-limite.
           if ws-soma-mes equal 2
              divide ws-soma-ano by 4 giving ws-soma-resto
                                        remainder ws-soma-resto
              if ws-soma-resto equal zero
                 move 29                     to ws-soma-limite
              end-if
              divide ws-soma-ano by 100 giving ws-soma-resto
                                          remainder ws-soma-resto
              if ws-soma-resto equal zero
                 move 28                     to ws-soma-limite
              end-if
              divide ws-soma-ano by 400 giving ws-soma-resto
                                          remainder ws-soma-resto
              if ws-soma-resto equal zero
                 move 29                     to ws-soma-limite
              end-if
           end-if.
      *
       imprimir-excecao.
           add 1                             to ws-total-excecoes.
           perform imprimir-linha.
      *
       imprimir-linha.
           move ws-ocorrencia                to wsl-ocorrencia.
           move rcag-cd-tutor                to wsl-cd-tutor.
           move rcag-cd-pet                  to wsl-cd-pet.
           move rcag-sq-recorrencia          to wsl-sq-recorrencia.
           move ws-dt-marcacao               to ws-dsem-data.
           move spaces                       to wsl-dt-agenda.
           string
              ws-dsem-dia                    delimited by size
              "/"
              ws-dsem-mes                    delimited by size
              "/"
              ws-dsem-ano                    delimited by size
              into wsl-dt-agenda
           end-string.
           move spaces                       to wsl-hr-agenda.
           string
              rcag-hr-agenda(1:2)            delimited by size
              ":"
              rcag-hr-agenda(3:2)            delimited by size
              into wsl-hr-agenda
           end-string.
           move rcag-cd-profissional         to wsl-cd-profissional.
           evaluate true
              when rcag-consulta
                 move "consulta"             to wsl-servico
              when rcag-banho
                 move "banho"                to wsl-servico
              when rcag-tosa
                 move "tosa"                 to wsl-servico
              when rcag-vacina
                 move "vacina"               to wsl-servico
              when other
                 move spaces                 to wsl-servico
           end-evaluate.
           write reg-rrcg                   from ws-linha-detalhe.
      *
       imprimir-total.
           write reg-rrcg                    from ws-linha-branco.
           move "recorrencias ativas processadas....: "
                                             to ws-linha-total.
           move ws-total-recorrencias        to wsl-total.
           write reg-rrcg                    from ws-linha-total.
           move "atendimentos gerados na agenda.....: "
                                             to ws-linha-total.
           move ws-total-gerados             to wsl-total.
           write reg-rrcg                    from ws-linha-total.
           move "datas nao agendadas (excecoes).....: "
                                             to ws-linha-total.
           move ws-total-excecoes            to wsl-total.
           write reg-rrcg                    from ws-linha-total.
           move "recorrencias encerradas............: "
                                             to ws-linha-total.
           move ws-total-encerradas          to wsl-total.
           write reg-rrcg                    from ws-linha-total.
           move "canceladas por obito do pet........: "
                                             to ws-linha-total.
           move ws-total-obito               to wsl-total.
           write reg-rrcg                    from ws-linha-total.
