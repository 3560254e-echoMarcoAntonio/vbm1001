       identification                       division.
       program-id.                          vbm-1024.
       author.                              stanicki.
       date-written.                        set-2026.
      ******************************************************************
      *      orquestrador do fechamento noturno                        *
      *      executa em ordem fixa a cadeia do fim do dia: faltas      *
      *      (vbm-1016), reconciliacao (vbm-1006), aviso de vacinas    *
      *      (vbm-1005), arquivamento (vbm-1007), mapeamento           *
      *      (vbm-1012), intercambio (vbm-1013), estatisticas          *
      *      (vbm-1014), lembretes (vbm-1020), lista de espera         *
      *      (vbm-1021), conciliacao de cartao e pix (vbm-1028) e      *
      *      geracao da agenda recorrente (vbm-1033), gravando         *
      *      inicio, fim e desfecho de cada etapa no log vbm-flog      *
      *                                                                *
      *      quando uma etapa falha a cadeia para; a proxima           *
      *      invocacao retoma da etapa que falhou, pelo mesmo          *
      *      esquema de checkpoint em vbm-ckpt que o vbm-1007 usa      *
      *      (registro do programa VBM1024 com a ultima etapa          *
      *      concluida)                                                *
      *                                                                *
      *      pode ser chamado do menu principal ou da linha de         *
      *      comando para execucao desassistida                        *
      ******************************************************************
       environment                          division.
       special-names.
           decimal-point is comma.
       input-output                         section.
       file-control.
           copy "vbm-flog.sl".
           copy "vbm-ckpt.sl".
           copy "vbm-rfec.sl".
       data                                 division.
       file                                 section.
           copy "vbm-flog.fd".
           copy "vbm-ckpt.fd".
           copy "vbm-rfec.fd".
      ******************************************************************
      *                        working storage                         *
      ******************************************************************
       working-storage                      section.
       77 fs-vbm-flog pic xx.
          88 valid-vbm-flog value "00" thru "09".
          88 inexistente-vbm-flog value "35".
          88 duplicado-vbm-flog value "22".
       77 fs-vbm-ckpt pic xx.
          88 valid-vbm-ckpt value "00" thru "09".
          88 nao-encontrado-vbm-ckpt value "23".
       77 fs-vbm-rfec pic xx.
          88 valid-vbm-rfec value "00" thru "09".
      *
       01 wss-fl-falha                      pic 9(01).
          88 wss-falha                      value 1 false 0.
       01 wss-fl-reinicio                   pic 9(01).
          88 wss-reinicio                   value 1 false 0.
      *
       01 tb-etapas.
          03 filler                         pic x(08) value "vbm-1016".
          03 filler                         pic x(08) value "vbm-1006".
          03 filler                         pic x(08) value "vbm-1005".
          03 filler                         pic x(08) value "vbm-1007".
          03 filler                         pic x(08) value "vbm-1012".
          03 filler                         pic x(08) value "vbm-1013".
          03 filler                         pic x(08) value "vbm-1014".
          03 filler                         pic x(08) value "vbm-1020".
          03 filler                         pic x(08) value "vbm-1021".
          03 filler                         pic x(08) value "vbm-1028".
          03 filler                         pic x(08) value "vbm-1033".
       01 tb-etapas-r redefines tb-etapas.
          03 ws-etapa-programa              pic x(08) occurs 11 times.
      *
       01 ws-etapa-atual                    pic 9(02) comp.
       01 ws-etapa-inicial                  pic 9(02) comp.
       01 ws-etapa-falha                    pic 9(02) comp.
       01 ws-programa-etapa                 pic x(08).
      *
       01 ws-data-execucao                  pic 9(08).
       01 ws-hora-raw                       pic 9(08).
      *
       copy "vbm-lkop.cpy".
      *
       01 ws-linha-titulo                   pic x(132).
       01 ws-linha-branco                   pic x(132) value spaces.
       01 ws-linha-data.
          03 filler                         pic x(25)
             value "data do fechamento.....: ".
          03 wsr-dt-execucao                pic x(10).
       01 ws-linha-reinicio.
          03 filler                         pic x(25)
             value "retomado da etapa......: ".
          03 wsr-etapa-inicial              pic z9.
       01 ws-linha-cabecalho.
          03 filler                         pic x(06) value "etapa ".
          03 filler                         pic x(09)
             value "programa ".
          03 filler                         pic x(09) value "inicio ".
          03 filler                         pic x(09) value "fim ".
          03 filler                         pic x(10) value "desfecho".
       01 ws-linha-detalhe.
          03 wsr-sq-etapa                   pic z(04)9.
          03 filler                         pic x(01) value space.
          03 wsr-programa                   pic x(08).
          03 filler                         pic x(01) value space.
          03 wsr-hr-inicio                  pic x(08).
          03 filler                         pic x(01) value space.
          03 wsr-hr-fim                     pic x(08).
          03 filler                         pic x(01) value space.
          03 wsr-desfecho                   pic x(10).
       01 ws-linha-parada.
          03 filler                         pic x(34)
             value "cadeia interrompida na etapa.....: ".
          03 wsr-etapa-parada               pic z9.
       01 ws-linha-concluido                pic x(132)
          value "fechamento concluido com sucesso".
      ******************************************************************
      *                       procedure division                       *
      ******************************************************************
       procedure                            division.
           perform abrir-arquivos.
           perform obter-checkpoint.
           perform imprimir-cabecalho.
           perform executar-cadeia.
           perform imprimir-encerramento.
           perform fechar-arquivos.
           goback.
      *
       abrir-arquivos.
           open i-o vbm-flog.
           if inexistente-vbm-flog
              open output vbm-flog
              close vbm-flog
              open i-o vbm-flog
           end-if.
           if not valid-vbm-flog
              display "erro ao abrir o arquivo vbm-flog! status: "
                      fs-vbm-flog
              goback
           end-if.
           open i-o vbm-ckpt.
           if not valid-vbm-ckpt
              open output vbm-ckpt
              close vbm-ckpt
              open i-o vbm-ckpt
           end-if.
           if not valid-vbm-ckpt
              display "erro ao abrir o arquivo vbm-ckpt! status: "
                      fs-vbm-ckpt
              goback
           end-if.
           open output vbm-rfec.
           if not valid-vbm-rfec
              display "erro ao abrir o arquivo vbm-rfec! status: "
                      fs-vbm-rfec
              goback
           end-if.
      *
       fechar-arquivos.
           close vbm-flog.
           close vbm-ckpt.
           close vbm-rfec.
      *
      ******************************************************************
      *    checkpoint da janela: a ultima etapa concluida fica em      *
      *    vbm-ckpt; uma execucao anterior interrompida faz a cadeia   *
      *    retomar da etapa seguinte em vez de rodar tudo de novo      *
      ******************************************************************
       obter-checkpoint.
           move "VBM1024"                    to ckpt-programa.
           read vbm-ckpt.
           if nao-encontrado-vbm-ckpt
              move zero                      to ckpt-ult-registro-lido
              move zero                      to ckpt-ult-cd-tutor-ok
              accept ckpt-dt-atualizacao     from date yyyymmdd
              accept ckpt-hr-atualizacao     from time
              write reg-ckpt
           end-if.
           set wss-reinicio                  to false.
           if ckpt-ult-registro-lido > zero
              and ckpt-ult-registro-lido < 11
              set wss-reinicio               to true
              compute ws-etapa-inicial =
                 ckpt-ult-registro-lido + 1
           else
              move 1                         to ws-etapa-inicial
              move zero                      to ckpt-ult-registro-lido
              perform atualizar-checkpoint
           end-if.
      *
       atualizar-checkpoint.
           accept ckpt-dt-atualizacao        from date yyyymmdd.
           accept ckpt-hr-atualizacao        from time.
           rewrite reg-ckpt.
      *
       imprimir-cabecalho.
           move "fechamento noturno - vbm-1024"
                                             to ws-linha-titulo.
           write reg-rfec                   from ws-linha-titulo.
           accept ws-data-execucao           from date yyyymmdd.
           string
              ws-data-execucao(7:2)          delimited by size
              "/"
              ws-data-execucao(5:2)          delimited by size
              "/"
              ws-data-execucao(1:4)          delimited by size
              into wsr-dt-execucao
           end-string.
           write reg-rfec                   from ws-linha-data.
           if wss-reinicio
              move ws-etapa-inicial          to wsr-etapa-inicial
              write reg-rfec                from ws-linha-reinicio
           end-if.
           write reg-rfec                   from ws-linha-branco.
           write reg-rfec                   from ws-linha-cabecalho.
      *
      ******************************************************************
      *    a cadeia roda as etapas em sequencia; a primeira falha      *
      *    interrompe tudo e preserva o checkpoint na ultima etapa     *
      *    concluida                                                   *
      ******************************************************************
       executar-cadeia.
           set wss-falha                     to false.
           move "FECHAMTO"                   to lkop-cd-operador.
           set lkop-supervisor               to true.
           perform varying ws-etapa-atual from ws-etapa-inicial by 1
                      until ws-etapa-atual > 11
                         or wss-falha
              perform executar-etapa
           end-perform.
           if not wss-falha
              move zero                      to ckpt-ult-registro-lido
              perform atualizar-checkpoint
           end-if.
      *
       executar-etapa.
           move ws-etapa-programa(ws-etapa-atual)
                                             to ws-programa-etapa.
           perform gravar-inicio-etapa.
           move zero                         to return-code.
           if ws-programa-etapa equal "vbm-1006"
              call ws-programa-etapa        using lkop-parametros
                 on exception
                    set wss-falha            to true
              end-call
           else
              call ws-programa-etapa
                 on exception
                    set wss-falha            to true
              end-call
           end-if.
           if return-code not equal zero
              set wss-falha                  to true
           end-if.
           if wss-falha
              move ws-etapa-atual            to ws-etapa-falha
           end-if.
           cancel ws-programa-etapa.
           move zero                         to return-code.
           perform gravar-fim-etapa.
           if not wss-falha
              move ws-etapa-atual            to ckpt-ult-registro-lido
              perform atualizar-checkpoint
           end-if.
      *
       gravar-inicio-etapa.
           initialize reg-flog.
           move ws-data-execucao             to flog-dt-execucao.
           move ws-etapa-atual               to flog-sq-etapa.
           move ws-programa-etapa            to flog-programa.
           accept flog-dt-inicio             from date yyyymmdd.
           accept ws-hora-raw                from time.
           divide ws-hora-raw by 100 giving flog-hr-inicio.
           move zeros                        to flog-dt-fim.
           move zeros                        to flog-hr-fim.
           set flog-em-execucao              to true.
           write reg-flog.
           if duplicado-vbm-flog
              rewrite reg-flog
           end-if.
           if not valid-vbm-flog
              display "erro ao gravar o log do fechamento! status: "
                      fs-vbm-flog
           end-if.
      *
       gravar-fim-etapa.
           accept flog-dt-fim                from date yyyymmdd.
           accept ws-hora-raw                from time.
           divide ws-hora-raw by 100 giving flog-hr-fim.
           if wss-falha
              set flog-falha                 to true
           else
              set flog-concluida             to true
           end-if.
           rewrite reg-flog.
           if not valid-vbm-flog
              display "erro ao atualizar o log do fechamento! status: "
                      fs-vbm-flog
           end-if.
           perform imprimir-linha-etapa.
      *
       imprimir-linha-etapa.
           move ws-etapa-atual               to wsr-sq-etapa.
           move ws-programa-etapa            to wsr-programa.
           string
              flog-hr-inicio(1:2)            delimited by size
              ":"
              flog-hr-inicio(3:2)            delimited by size
              ":"
              flog-hr-inicio(5:2)            delimited by size
              into wsr-hr-inicio
           end-string.
           string
              flog-hr-fim(1:2)               delimited by size
              ":"
              flog-hr-fim(3:2)               delimited by size
              ":"
              flog-hr-fim(5:2)               delimited by size
              into wsr-hr-fim
           end-string.
           if wss-falha
              move "falha"                   to wsr-desfecho
           else
              move "concluida"               to wsr-desfecho
           end-if.
           write reg-rfec                   from ws-linha-detalhe.
      *
       imprimir-encerramento.
           write reg-rfec                    from ws-linha-branco.
           if wss-falha
              move ws-etapa-falha            to wsr-etapa-parada
              write reg-rfec                from ws-linha-parada
              move 8                         to return-code
           else
              write reg-rfec                from ws-linha-concluido
           end-if.
