       identification                       division.
       program-id.                          vbm-1036.
       author.                              stanicki.
       date-written.                        out-2026.
      ******************************************************************
      *      anonimizacao de tutor excluido a pedido do titular (lgpd) *
      *      apaga nome, cpf/cnpj, telefone e endereco do tutor em     *
      *      todos os arquivos que os guardam: cadastro (vbm-tuto),    *
      *      arquivo morto (vbm-atut), imagens da trilha de auditoria  *
      *      (vbm-ttau) e da auditoria arquivada (vbm-atau), lista de  *
      *      espera (vbm-espr), telefone da ultima falha de mensagem   *
      *      (vbm-fmsg), ultimo intercambio com os parceiros           *
      *      (vbm-intc) e ultimo extrato de lembretes (vbm-lemb)       *
      *                                                                *
      *      ficam mantidos o codigo do tutor, o tipo de pessoa, a     *
      *      quantidade de pets, a situacao de excluido e, na          *
      *      auditoria, data/hora, operador e acao, de modo que as     *
      *      estatisticas do vbm-1014 continuam fechando; os           *
      *      registros financeiros nao sao alterados e sao apenas      *
      *      contados no registro da anonimizacao: caixa, estornos e   *
      *      pacotes so identificam o tutor pelo codigo, e o rps       *
      *      (vbm-nfse) guarda tambem o cpf/cnpj do tomador, mantido   *
      *      por ser documento fiscal ja enviado a prefeitura; o       *
      *      relatorio informa quantos rps ficam com esse documento    *
      *                                                                *
      *      somente o supervisor autenticado no menu executa; cada    *
      *      anonimizacao fica em vbm-lgpd com data/hora, supervisor   *
      *      e fundamento legal. os arquivos sequenciais sao           *
      *      reescritos pelo arquivo de trabalho vbm-lgwk; a fase      *
      *      gravada em vbm-lgpd permite retomar uma execucao          *
      *      interrompida no meio da troca                             *
      *                                                                *
      *      parametros por variavel de ambiente:                      *
      *        VBM-1036-TUTOR ... codigo do tutor excluido             *
      *        VBM-1036-MOTIVO .. fundamento legal da anonimizacao     *
      ******************************************************************
       environment                          division.
       special-names.
           decimal-point is comma.
       input-output                         section.
       file-control.
           copy "vbm-tuto.sl".
           copy "vbm-atut.sl".
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
           copy "vbm-lgwk.sl".
           copy "vbm-ranl.sl".
       data                                 division.
       file                                 section.
           copy "vbm-tuto.fd".
           copy "vbm-atut.fd".
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
           copy "vbm-lgwk.fd".
           copy "vbm-ranl.fd".
      ******************************************************************
      *                        working storage                         *
      ******************************************************************
       working-storage                      section.
       77 fs-vbm-tuto pic xx.
          88 valid-vbm-tuto value "00" thru "09".
       77 fs-vbm-atut pic xx.
          88 valid-vbm-atut value "00" thru "09".
          88 inexistente-vbm-atut value "35".
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
       77 fs-vbm-lgwk pic xx.
          88 valid-vbm-lgwk value "00" thru "09".
       77 fs-vbm-ranl pic xx.
          88 valid-vbm-ranl value "00" thru "09".
      *
       01 wss-controle-batch                pic 9(01).
          88 wss-fim-arquivo                value 1 false 0.
       01 ws-fl-recusa                      pic 9(01).
          88 ws-recusada                    value 1 false 0.
       01 ws-fl-erro                        pic 9(01).
          88 ws-erro                        value 1 false 0.
       01 ws-fl-retomada                    pic 9(01).
          88 ws-retomada                    value 1 false 0.
       01 ws-fl-lgpd-existe                 pic 9(01).
          88 ws-lgpd-existe                 value 1 false 0.
      *
       01 ws-operador                       pic x(08).
       01 ws-dt-hoje                        pic 9(08).
       01 ws-hr-agora                       pic 9(08).
       01 ws-hr-agora-hhmmss                pic 9(06).
      *
       01 ws-parametro-x                    pic x(20).
       01 ws-par-pos                        pic 9(02) comp.
       01 ws-par-digito                     pic 9(01).
       01 ws-par-valor                      pic 9(14).
       01 ws-cd-titular                     pic 9(07).
       01 ws-motivo                         pic x(60).
      *
       01 ws-nm-anonimizado                 pic x(30)
          value "titular anonimizado (lgpd)".
       01 ws-ocorrencia                     pic x(80).
       01 ws-arquivo-erro                   pic x(08).
       01 ws-status-erro                    pic x(02).
       01 ws-fase-copia                     pic 9(01).
       01 ws-qtd-tratados                   pic 9(05) comp.
       01 ws-qtd-financeiro                 pic 9(05) comp.
       01 ws-qtd-rps-tomador                pic 9(05) comp.
      *
      ******************************************************************
      *    imagens de trabalho: tutor (mesmo layout de vbm-tuto, de    *
      *    vbm-atut e da parte final de vbm-ttau/vbm-atau), linha da   *
      *    auditoria e os registros "T" do intercambio e "L" do        *
      *    extrato de lembretes                                        *
      ******************************************************************
       01 ws-img-tutor.
          03 wsi-cd-tutor                   pic 9(07).
          03 wsi-rn-tutor                   pic 9(14).
          03 wsi-tp-pessoa-tutor            pic 9(01).
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
          03 wsa-dt-hora                    pic 9(14).
          03 wsa-operador                   pic x(08).
          03 wsa-tipo-acao                  pic x(01).
          03 wsa-imagem-tutor.
             05 wsa-cd-tutor                pic 9(07).
             05 filler                      pic x(172).
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
      *
       01 ws-linha-titulo                   pic x(132).
       01 ws-linha-branco                   pic x(132) value spaces.
       01 ws-linha-emissao.
          03 filler                         pic x(25)
             value "executado em...........: ".
          03 wsl-dt-emissao                 pic x(10).
          03 filler                         pic x(05) value " por ".
          03 wsl-operador-emissao           pic x(08).
       01 ws-linha-tutor.
          03 filler                         pic x(25)
             value "tutor..................: ".
          03 wsl-cd-tutor                   pic z(06)9.
       01 ws-linha-motivo.
          03 filler                         pic x(25)
             value "fundamento legal.......: ".
          03 wsl-motivo                     pic x(60).
       01 ws-linha-ocorrencia.
          03 filler                         pic x(25)
             value "ocorrencia.............: ".
          03 wsl-ocorrencia                 pic x(80).
       01 ws-linha-retomada                 pic x(132)
          value "anonimizacao retomada de execucao interrompida".
       01 ws-linha-mantidos                 pic x(132)
          value "registros financeiros mantidos sem alteracao (caixa, es
      -        "tornos, pacotes e rps)".
       01 ws-linha-tomador                  pic x(132)
          value "cpf/cnpj do tomador mantido nos rps de vbm-nfse (docume
      -        "nto fiscal ja enviado a prefeitura)".
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
           perform validar-execucao.
           if ws-recusada
              write reg-ranl                from ws-linha-ocorrencia
              move 4                         to return-code
           else
              perform anonimizar-tutor
              perform imprimir-resultado
           end-if.
           perform fechar-arquivos.
           goback.
      *
       abrir-arquivos.
           open i-o vbm-tuto.
           if not valid-vbm-tuto
              display "erro ao abrir o arquivo vbm-tuto! status: "
                      fs-vbm-tuto
              move 8                         to return-code
              goback
           end-if.
           open i-o vbm-atut.
           if inexistente-vbm-atut
              open output vbm-atut
              close vbm-atut
              open i-o vbm-atut
           end-if.
           if not valid-vbm-atut
              display "erro ao abrir o arquivo vbm-atut! status: "
                      fs-vbm-atut
              move 8                         to return-code
              goback
           end-if.
           open i-o vbm-espr.
           if inexistente-vbm-espr
              open output vbm-espr
              close vbm-espr
              open i-o vbm-espr
           end-if.
           if not valid-vbm-espr
              display "erro ao abrir o arquivo vbm-espr! status: "
                      fs-vbm-espr
              move 8                         to return-code
              goback
           end-if.
           open i-o vbm-fmsg.
           if inexistente-vbm-fmsg
              open output vbm-fmsg
              close vbm-fmsg
              open i-o vbm-fmsg
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
           open i-o vbm-lgpd.
           if inexistente-vbm-lgpd
              open output vbm-lgpd
              close vbm-lgpd
              open i-o vbm-lgpd
           end-if.
           if not valid-vbm-lgpd
              display "erro ao abrir o arquivo vbm-lgpd! status: "
                      fs-vbm-lgpd
              move 8                         to return-code
              goback
           end-if.
           open output vbm-ranl.
           if not valid-vbm-ranl
              display "erro ao abrir o arquivo vbm-ranl! status: "
                      fs-vbm-ranl
              move 8                         to return-code
              goback
           end-if.
      *
       fechar-arquivos.
           close vbm-tuto.
           close vbm-atut.
           close vbm-espr.
           close vbm-fmsg.
           close vbm-caix.
           close vbm-estc.
           close vbm-pcvd.
           close vbm-nfse.
           close vbm-lgpd.
           close vbm-ranl.
      *
      ******************************************************************
      *    codigo do tutor (VBM-1036-TUTOR), fundamento legal          *
      *    (VBM-1036-MOTIVO) e o operador autenticado no menu          *
      ******************************************************************
       carregar-parametros.
           move spaces                       to ws-operador.
           if address of lkop-parametros not equal null
              move lkop-cd-operador          to ws-operador
           end-if.
           move spaces                       to ws-parametro-x.
           accept ws-parametro-x            from environment
                                            "VBM-1036-TUTOR".
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
           if ws-par-valor > 9999999
              move zero                      to ws-cd-titular
           else
              move ws-par-valor              to ws-cd-titular
           end-if.
           move spaces                       to ws-motivo.
           accept ws-motivo                 from environment
                                            "VBM-1036-MOTIVO".
      *
       imprimir-cabecalho.
           move "anonimizacao de tutor (lgpd) - vbm-1036"
                                             to ws-linha-titulo.
           write reg-ranl                   from ws-linha-titulo.
           accept ws-dt-hoje                from date yyyymmdd.
           accept ws-hr-agora               from time.
           divide ws-hr-agora by 100       giving ws-hr-agora-hhmmss.
           move ws-dt-hoje                   to ws-data-aux.
           perform formatar-data.
           move ws-data-fmt                  to wsl-dt-emissao.
           move ws-operador                  to wsl-operador-emissao.
           write reg-ranl                   from ws-linha-emissao.
           move ws-cd-titular                to wsl-cd-tutor.
           write reg-ranl                   from ws-linha-tutor.
           move ws-motivo                    to wsl-motivo.
           write reg-ranl                   from ws-linha-motivo.
           write reg-ranl                   from ws-linha-branco.
      *
      ******************************************************************
      *    so o supervisor anonimiza, com fundamento legal informado,  *
      *    e so tutor excluido (no cadastro ou ja no arquivo morto);   *
      *    anonimizacao ja concluida nao e refeita                     *
      ******************************************************************
       validar-execucao.
           set ws-recusada                   to true.
           move spaces                       to wsl-ocorrencia.
           if address of lkop-parametros equal null
              move "anonimizacao restrita ao supervisor - execute pelo m
      -            "enu principal"           to wsl-ocorrencia
              exit paragraph
           end-if.
           if not lkop-supervisor
              move "anonimizacao restrita ao supervisor"
                                             to wsl-ocorrencia
              exit paragraph
           end-if.
           if ws-cd-titular equal zero
              move "informe o codigo do tutor (VBM-1036-TUTOR)"
                                             to wsl-ocorrencia
              exit paragraph
           end-if.
           if ws-motivo equal spaces
              move "informe o fundamento legal (VBM-1036-MOTIVO)"
                                             to wsl-ocorrencia
              exit paragraph
           end-if.
           initialize reg-tuto.
           move ws-cd-titular                to tuto-cd-tutor.
           read vbm-tuto with no lock.
           if valid-vbm-tuto
              if not tuto-excluido
                 move "tutor ativo - exclua o cadastro antes de anonimiz
      -               "ar"                   to wsl-ocorrencia
                 exit paragraph
              end-if
           else
              move ws-cd-titular             to atut-cd-tutor
              read vbm-atut
              if not valid-vbm-atut
                 move "tutor nao encontrado no cadastro nem no arquivo m
      -               "orto"                 to wsl-ocorrencia
                 exit paragraph
              end-if
           end-if.
           set ws-lgpd-existe                to false.
           move ws-cd-titular                to lgpd-cd-tutor.
           read vbm-lgpd with no lock.
           if valid-vbm-lgpd
              set ws-lgpd-existe             to true
              if lgpd-concluida
                 divide lgpd-dt-hora by 1000000 giving ws-data-aux
                 perform formatar-data
                 string
                    "tutor ja anonimizado em " delimited by size
                    ws-data-fmt              delimited by size
                    " por "                  delimited by size
                    lgpd-cd-operador         delimited by size
                    into wsl-ocorrencia
                 end-string
                 exit paragraph
              end-if
           end-if.
           set ws-recusada                   to false.
      *
      ******************************************************************
      *    registra o inicio (ou retoma a anonimizacao interrompida,   *
      *    concluindo antes a troca de arquivo sequencial pendente) e  *
      *    trata os arquivos um a um; qualquer erro interrompe com o   *
      *    registro "em andamento", para a proxima execucao retomar    *
      ******************************************************************
       anonimizar-tutor.
           set ws-erro                       to false.
           set ws-retomada                   to false.
           perform registrar-inicio.
           if ws-erro
              exit paragraph
           end-if.
           if not lgpd-sem-pendencia
              move lgpd-fase                 to ws-fase-copia
              perform copiar-trabalho
              if ws-erro
                 exit paragraph
              end-if
              perform gravar-fase-concluida
              if ws-erro
                 exit paragraph
              end-if
           end-if.
           perform anonimizar-cadastro.
           if ws-erro
              exit paragraph
           end-if.
           perform anonimizar-arquivo-morto.
           if ws-erro
              exit paragraph
           end-if.
           perform anonimizar-lista-espera.
           if ws-erro
              exit paragraph
           end-if.
           perform anonimizar-mensagens.
           if ws-erro
              exit paragraph
           end-if.
           move 1                            to ws-fase-copia.
           perform reescrever-sequencial.
           if ws-erro
              exit paragraph
           end-if.
           move ws-qtd-tratados              to lgpd-qtd-ttau.
           move 2                            to ws-fase-copia.
           perform reescrever-sequencial.
           if ws-erro
              exit paragraph
           end-if.
           move ws-qtd-tratados              to lgpd-qtd-atau.
           move 3                            to ws-fase-copia.
           perform reescrever-sequencial.
           if ws-erro
              exit paragraph
           end-if.
           move ws-qtd-tratados              to lgpd-qtd-intc.
           move 4                            to ws-fase-copia.
           perform reescrever-sequencial.
           if ws-erro
              exit paragraph
           end-if.
           move ws-qtd-tratados              to lgpd-qtd-lemb.
           perform contar-financeiro.
           perform registrar-conclusao.
      *
       registrar-inicio.
           move ws-cd-titular                to lgpd-cd-tutor.
           read vbm-lgpd with lock.
           if valid-vbm-lgpd
              set ws-retomada                to true
              exit paragraph
           end-if.
           initialize reg-lgpd.
           move ws-cd-titular                to lgpd-cd-tutor.
           compute lgpd-dt-hora = ws-dt-hoje * 1000000
                                  + ws-hr-agora-hhmmss.
           move ws-operador                  to lgpd-cd-operador.
           move ws-motivo                    to lgpd-motivo.
           set lgpd-em-andamento             to true.
           set lgpd-sem-pendencia            to true.
           write reg-lgpd.
           if not valid-vbm-lgpd
              move "vbm-lgpd"                to ws-arquivo-erro
              move fs-vbm-lgpd               to ws-status-erro
              perform apontar-erro-gravacao
              exit paragraph
           end-if.
           read vbm-lgpd with lock.
      *
       gravar-fase-concluida.
           set lgpd-sem-pendencia            to true.
           rewrite reg-lgpd.
           if not valid-vbm-lgpd
              move "vbm-lgpd"                to ws-arquivo-erro
              move fs-vbm-lgpd               to ws-status-erro
              perform apontar-erro-gravacao
           end-if.
      *
       registrar-conclusao.
           set lgpd-concluida                to true.
           set lgpd-sem-pendencia            to true.
           accept lgpd-dt-conclusao          from date yyyymmdd.
           accept ws-hr-agora                from time.
           divide ws-hr-agora by 100       giving lgpd-hr-conclusao.
           move ws-qtd-financeiro            to lgpd-qtd-financeiro.
           move ws-qtd-rps-tomador           to lgpd-qtd-rps-tomador.
           rewrite reg-lgpd.
           if not valid-vbm-lgpd
              move "vbm-lgpd"                to ws-arquivo-erro
              move fs-vbm-lgpd               to ws-status-erro
              perform apontar-erro-gravacao
           end-if.
           unlock vbm-lgpd.
      *
       apontar-erro-gravacao.
           set ws-erro                       to true.
           set wss-fim-arquivo               to true.
           move spaces                       to ws-ocorrencia.
           string "erro ao anonimizar o arquivo " delimited by size
                  ws-arquivo-erro             delimited by space
                  "! status: "                delimited by size
                  ws-status-erro              delimited by size
                  into ws-ocorrencia
           end-string.
           display ws-ocorrencia.
      *
      ******************************************************************
      *    apaga da imagem do tutor nome, documento, telefone e        *
      *    endereco e marca a recusa de contato; codigo, tipo de       *
      *    pessoa, quantidade de pets e situacao ficam                 *
      ******************************************************************
       mascarar-imagem-tutor.
           move zero                         to wsi-rn-tutor.
           move ws-nm-anonimizado            to wsi-nm-tutor.
           move zero                         to wsi-ddd-tutor.
           move zero                         to wsi-fone-tutor.
           move spaces                       to wsi-uf-tutor.
           move zero                         to wsi-cep-tutor.
           move spaces                       to wsi-cidade-tutor.
           move spaces                       to wsi-bairro-tutor.
           move spaces                       to wsi-rua-tutor.
           move zero                         to wsi-numero-tutor.
           move "N"                          to wsi-fl-contato.
      *
       anonimizar-cadastro.
           initialize reg-tuto.
           move ws-cd-titular                to tuto-cd-tutor.
           read vbm-tuto with lock.
           if not valid-vbm-tuto
              exit paragraph
           end-if.
           move reg-tuto                     to ws-img-tutor.
           perform mascarar-imagem-tutor.
           move ws-img-tutor                 to reg-tuto.
           rewrite reg-tuto.
           if not valid-vbm-tuto
              move "vbm-tuto"                to ws-arquivo-erro
              move fs-vbm-tuto               to ws-status-erro
              perform apontar-erro-gravacao
           else
              move 1                         to lgpd-qtd-tuto
           end-if.
           unlock vbm-tuto.
      *
       anonimizar-arquivo-morto.
           move ws-cd-titular                to atut-cd-tutor.
           read vbm-atut.
           if not valid-vbm-atut
              exit paragraph
           end-if.
           move reg-atut                     to ws-img-tutor.
           perform mascarar-imagem-tutor.
           move ws-img-tutor                 to reg-atut.
           rewrite reg-atut.
           if not valid-vbm-atut
              move "vbm-atut"                to ws-arquivo-erro
              move fs-vbm-atut               to ws-status-erro
              perform apontar-erro-gravacao
           else
              move 1                         to lgpd-qtd-atut
           end-if.
      *
       anonimizar-lista-espera.
           move zero                         to lgpd-qtd-espr.
           set wss-fim-arquivo               to false.
           initialize reg-espr.
           move zero                         to espr-dt-desejada.
           move zero                         to espr-sq-espera.
           start vbm-espr key not less than espr-chave-espera.
           if not valid-vbm-espr
              exit paragraph
           end-if.
           perform with test before until wss-fim-arquivo
              read vbm-espr next with no lock
              if not valid-vbm-espr
                 set wss-fim-arquivo         to true
              else
                 if espr-cd-tutor equal ws-cd-titular
                    move zero                to espr-ddd-tutor
                    move zero                to espr-fone-tutor
                    rewrite reg-espr
                    if not valid-vbm-espr
                       move "vbm-espr"       to ws-arquivo-erro
                       move fs-vbm-espr      to ws-status-erro
                       perform apontar-erro-gravacao
                    else
                       add 1                 to lgpd-qtd-espr
                    end-if
                 end-if
              end-if
           end-perform.
      *
       anonimizar-mensagens.
           move ws-cd-titular                to fmsg-cd-tutor.
           read vbm-fmsg with lock.
           if not valid-vbm-fmsg
              exit paragraph
           end-if.
           move zero                         to fmsg-ddd-ultima-falha.
           move zero                         to fmsg-fone-ultima-falha.
           rewrite reg-fmsg.
           if not valid-vbm-fmsg
              move "vbm-fmsg"                to ws-arquivo-erro
              move fs-vbm-fmsg               to ws-status-erro
              perform apontar-erro-gravacao
           else
              move 1                         to lgpd-qtd-fmsg
           end-if.
           unlock vbm-fmsg.
      *
      ******************************************************************
      *    arquivo sequencial (1 vbm-ttau, 2 vbm-atau, 3 vbm-intc,     *
      *    4 vbm-lemb): copia tratada em vbm-lgwk e, se alguma linha   *
      *    do tutor mudou, troca do original com a fase gravada em     *
      *    vbm-lgpd enquanto a copia de volta nao termina              *
      ******************************************************************
       reescrever-sequencial.
           move zero                         to ws-qtd-tratados.
           evaluate ws-fase-copia
              when 1
                 open input vbm-ttau
                 move fs-vbm-ttau            to ws-status-erro
              when 2
                 open input vbm-atau
                 move fs-vbm-atau            to ws-status-erro
              when 3
                 open input vbm-intc
                 move fs-vbm-intc            to ws-status-erro
              when 4
                 open input vbm-lemb
                 move fs-vbm-lemb            to ws-status-erro
           end-evaluate.
           if ws-status-erro(1:1) not equal "0"
              exit paragraph
           end-if.
           open output vbm-lgwk.
           if not valid-vbm-lgwk
              move "vbm-lgwk"                to ws-arquivo-erro
              move fs-vbm-lgwk               to ws-status-erro
              perform apontar-erro-gravacao
              perform fechar-sequencial
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              evaluate ws-fase-copia
                 when 1
                    perform tratar-linha-ttau
                 when 2
                    perform tratar-linha-atau
                 when 3
                    perform tratar-linha-intc
                 when 4
                    perform tratar-linha-lemb
              end-evaluate
           end-perform.
           perform fechar-sequencial.
           close vbm-lgwk.
           if ws-qtd-tratados equal zero
              exit paragraph
           end-if.
           move ws-fase-copia                to lgpd-fase.
           rewrite reg-lgpd.
           if not valid-vbm-lgpd
              move "vbm-lgpd"                to ws-arquivo-erro
              move fs-vbm-lgpd               to ws-status-erro
              perform apontar-erro-gravacao
              exit paragraph
           end-if.
           perform copiar-trabalho.
           if ws-erro
              exit paragraph
           end-if.
           perform gravar-fase-concluida.
      *
       fechar-sequencial.
           evaluate ws-fase-copia
              when 1
                 close vbm-ttau
              when 2
                 close vbm-atau
              when 3
                 close vbm-intc
              when 4
                 close vbm-lemb
           end-evaluate.
      *
       tratar-linha-ttau.
           read vbm-ttau
              at end
                 set wss-fim-arquivo         to true
           end-read.
           if not wss-fim-arquivo
              move reg-ttau                  to ws-img-auditoria
              perform tratar-linha-auditoria
           end-if.
      *
       tratar-linha-atau.
           read vbm-atau
              at end
                 set wss-fim-arquivo         to true
           end-read.
           if not wss-fim-arquivo
              move reg-atau                  to ws-img-auditoria
              perform tratar-linha-auditoria
           end-if.
      *
       tratar-linha-auditoria.
           if wsa-cd-tutor equal ws-cd-titular
              move wsa-imagem-tutor          to ws-img-tutor
              perform mascarar-imagem-tutor
              move ws-img-tutor              to wsa-imagem-tutor
              add 1                          to ws-qtd-tratados
           end-if.
           write reg-lgwk                   from ws-img-auditoria.
      *
       tratar-linha-intc.
           read vbm-intc
              at end
                 set wss-fim-arquivo         to true
           end-read.
           if wss-fim-arquivo
              exit paragraph
           end-if.
           move spaces                       to reg-lgwk.
           move reg-intc                     to ws-img-intc.
           if wsn-registro-tutor
              and wsn-cd-tutor equal ws-cd-titular
              move zero                      to wsn-rn-tutor
              move ws-nm-anonimizado         to wsn-nm-tutor
              move zero                      to wsn-ddd-tutor
              move zero                      to wsn-fone-tutor
              move spaces                    to wsn-uf-tutor
              move zero                      to wsn-cep-tutor
              move spaces                    to wsn-cidade-tutor
              add 1                          to ws-qtd-tratados
              move ws-img-intc               to reg-lgwk
           else
              move reg-intc                  to reg-lgwk
           end-if.
           write reg-lgwk.
      *
       tratar-linha-lemb.
           read vbm-lemb
              at end
                 set wss-fim-arquivo         to true
           end-read.
           if wss-fim-arquivo
              exit paragraph
           end-if.
           move spaces                       to reg-lgwk.
           move reg-lemb                     to ws-img-lemb.
           if wsm-registro-lembrete
              and wsm-cd-tutor is numeric
              and wsm-cd-tutor-n equal ws-cd-titular
              move zero                      to wsm-ddd-tutor
              move zero                      to wsm-fone-tutor
              move ws-nm-anonimizado         to wsm-nm-tutor
              add 1                          to ws-qtd-tratados
              move ws-img-lemb               to reg-lgwk
           else
              move reg-lemb                  to reg-lgwk
           end-if.
           write reg-lgwk.
      *
       copiar-trabalho.
           open input vbm-lgwk.
           if not valid-vbm-lgwk
              move "vbm-lgwk"                to ws-arquivo-erro
              move fs-vbm-lgwk               to ws-status-erro
              perform apontar-erro-gravacao
              exit paragraph
           end-if.
           evaluate ws-fase-copia
              when 1
                 open output vbm-ttau
                 move "vbm-ttau"             to ws-arquivo-erro
                 move fs-vbm-ttau            to ws-status-erro
              when 2
                 open output vbm-atau
                 move "vbm-atau"             to ws-arquivo-erro
                 move fs-vbm-atau            to ws-status-erro
              when 3
                 open output vbm-intc
                 move "vbm-intc"             to ws-arquivo-erro
                 move fs-vbm-intc            to ws-status-erro
              when 4
                 open output vbm-lemb
                 move "vbm-lemb"             to ws-arquivo-erro
                 move fs-vbm-lemb            to ws-status-erro
           end-evaluate.
           if ws-status-erro(1:1) not equal "0"
              perform apontar-erro-gravacao
              close vbm-lgwk
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-lgwk
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 evaluate ws-fase-copia
                    when 1
                       write reg-ttau       from reg-lgwk
                    when 2
                       write reg-atau       from reg-lgwk
                    when 3
                       write reg-intc       from reg-lgwk
                    when 4
                       write reg-lemb       from reg-lgwk
                 end-evaluate
              end-if
           end-perform.
           close vbm-lgwk.
           perform fechar-sequencial.
      *
      ******************************************************************
      *    registros financeiros do tutor, mantidos como estao: so     *
      *    entram na contagem do registro da anonimizacao; os rps que  *
      *    guardam o cpf/cnpj do tomador sao contados a parte          *
      ******************************************************************
       contar-financeiro.
           move zero                         to ws-qtd-financeiro.
           move zero                         to ws-qtd-rps-tomador.
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
                 and caix-cd-tutor equal ws-cd-titular
                 add 1                       to ws-qtd-financeiro
              end-if
           end-perform.
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
                 and estc-cd-tutor equal ws-cd-titular
                 add 1                       to ws-qtd-financeiro
              end-if
           end-perform.
           set wss-fim-arquivo               to false.
           initialize reg-pcvd.
           move ws-cd-titular                to pcvd-cd-tutor.
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
                 if pcvd-cd-tutor not equal ws-cd-titular
                    set wss-fim-arquivo      to true
                 else
                    add 1                    to ws-qtd-financeiro
                 end-if
              end-if
           end-perform.
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
                 and nfse-cd-tutor equal ws-cd-titular
                 add 1                       to ws-qtd-financeiro
                 if nfse-rn-tomador not equal zero
                    add 1                    to ws-qtd-rps-tomador
                 end-if
              end-if
           end-perform.
      *
       formatar-data.
           move ws-aux-dia                   to ws-fmt-dia.
           move ws-aux-mes                   to ws-fmt-mes.
           move ws-aux-ano                   to ws-fmt-ano.
      *
       imprimir-resultado.
           if ws-retomada
              write reg-ranl                from ws-linha-retomada
           end-if.
           if ws-erro
              move ws-ocorrencia             to wsl-ocorrencia
              write reg-ranl                from ws-linha-ocorrencia
              move "anonimizacao interrompida - execute novamente para c
      -            "oncluir"                 to wsl-ocorrencia
              write reg-ranl                from ws-linha-ocorrencia
              move 8                         to return-code
              exit paragraph
           end-if.
           move "anonimizacao concluida e registrada em vbm-lgpd"
                                             to wsl-ocorrencia.
           write reg-ranl                   from ws-linha-ocorrencia.
           write reg-ranl                   from ws-linha-branco.
           move "cadastro de tutores.....................: "
                                             to ws-linha-total.
           move lgpd-qtd-tuto                to wsl-total.
           write reg-ranl                    from ws-linha-total.
           move "arquivo morto de tutores................: "
                                             to ws-linha-total.
           move lgpd-qtd-atut                to wsl-total.
           write reg-ranl                    from ws-linha-total.
           move "imagens na trilha de auditoria..........: "
                                             to ws-linha-total.
           move lgpd-qtd-ttau                to wsl-total.
           write reg-ranl                    from ws-linha-total.
           move "imagens na auditoria arquivada..........: "
                                             to ws-linha-total.
           move lgpd-qtd-atau                to wsl-total.
           write reg-ranl                    from ws-linha-total.
           move "entradas na lista de espera.............: "
                                             to ws-linha-total.
           move lgpd-qtd-espr                to wsl-total.
           write reg-ranl                    from ws-linha-total.
           move "contagem de mensagens...................: "
                                             to ws-linha-total.
           move lgpd-qtd-fmsg                to wsl-total.
           write reg-ranl                    from ws-linha-total.
           move "registros no intercambio com parceiros..: "
                                             to ws-linha-total.
           move lgpd-qtd-intc                to wsl-total.
           write reg-ranl                    from ws-linha-total.
           move "lembretes no ultimo extrato.............: "
                                             to ws-linha-total.
           move lgpd-qtd-lemb                to wsl-total.
           write reg-ranl                    from ws-linha-total.
           write reg-ranl                    from ws-linha-branco.
           write reg-ranl                    from ws-linha-mantidos.
           move "registros financeiros do tutor..........: "
                                             to ws-linha-total.
           move lgpd-qtd-financeiro          to wsl-total.
           write reg-ranl                    from ws-linha-total.
           write reg-ranl                    from ws-linha-tomador.
           move "rps com o cpf/cnpj do tomador...........: "
                                             to ws-linha-total.
           move lgpd-qtd-rps-tomador         to wsl-total.
           write reg-ranl                    from ws-linha-total.
