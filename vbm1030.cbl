       identification                       division.
       program-id.                          vbm-1030.
       author.                              stanicki.
       date-written.                        set-2026.
      ******************************************************************
      *      importacao do retorno da nfs-e da prefeitura              *
      *      le o arquivo de retorno do lote de rps (vbm-rtnf) e       *
      *      grava no rps do recebimento (vbm-nfse) o numero da nfs-e  *
      *      e o codigo de verificacao devolvidos, a confirmacao do    *
      *      cancelamento pedido no estorno e a recusa com o erro      *
      *                                                                *
      *      rps recusado volta para o proximo lote do vbm-1029,       *
      *      salvo o de recebimento ja estornado, que fica cancelado;  *
      *      o cancelamento recusado devolve o rps a situacao de nota  *
      *      emitida, se ja ha numero de nfs-e, ou de recusado, se nao *
      *      ha, e aparece no relatorio para tratamento manual         *
      ******************************************************************
       environment                          division.
       special-names.
           decimal-point is comma.
       input-output                         section.
       file-control.
           copy "vbm-rtnf.sl".
           copy "vbm-nfse.sl".
           copy "vbm-rrnf.sl".
       data                                 division.
       file                                 section.
           copy "vbm-rtnf.fd".
           copy "vbm-nfse.fd".
           copy "vbm-rrnf.fd".
      ******************************************************************
      *                        working storage                         *
      ******************************************************************
       working-storage                      section.
       77 fs-vbm-rtnf pic xx.
          88 valid-vbm-rtnf value "00" thru "09".
          88 inexistente-vbm-rtnf value "35".
       77 fs-vbm-nfse pic xx.
          88 valid-vbm-nfse value "00" thru "09".
          88 inexistente-vbm-nfse value "35".
       77 fs-vbm-rrnf pic xx.
          88 valid-vbm-rrnf value "00" thru "09".
      *
       01 wss-controle-batch                pic 9(01).
          88 wss-fim-arquivo                value 1 false 0.
      *
       01 ws-total-lidos                    pic 9(07) comp.
       01 ws-total-notas                    pic 9(07) comp.
       01 ws-total-cancelados               pic 9(07) comp.
       01 ws-total-recusados                pic 9(07) comp.
       01 ws-total-canc-recusados           pic 9(07) comp.
       01 ws-total-nao-localizados          pic 9(07) comp.
      *
       01 ws-linha-titulo                   pic x(132).
       01 ws-linha-branco                   pic x(132) value spaces.
       01 ws-linha-cabecalho.
          03 filler                         pic x(14)
             value "ocorrencia".
          03 filler                         pic x(13)
             value "          rps".
          03 filler                         pic x(16) value " nfs-e".
          03 filler                         pic x(08) value "  tutor".
          03 filler                         pic x(04) value "pet".
          03 filler                         pic x(05) value "erro".
          03 filler                         pic x(60) value "descricao".
       01 ws-linha-detalhe.
          03 wsl-ocorrencia                 pic x(13).
          03 filler                         pic x(01) value space.
          03 wsl-nr-rps                     pic z(11)9.
          03 filler                         pic x(01) value space.
          03 wsl-nr-nfse                    pic x(15).
          03 filler                         pic x(01) value space.
          03 wsl-cd-tutor                   pic z(06)9.
          03 filler                         pic x(01) value space.
          03 wsl-cd-pet                     pic zz9.
          03 filler                         pic x(01) value space.
          03 wsl-cd-erro                    pic x(04).
          03 filler                         pic x(01) value space.
          03 wsl-ds-erro                    pic x(60).
       01 ws-linha-total.
          03 filler                         pic x(37).
          03 wsl-total                      pic z(06)9.
      ******************************************************************
      *                       procedure division                       *
      ******************************************************************
       procedure                            division.
           perform abrir-arquivos.
           perform imprimir-cabecalho.
           perform importar-retorno.
           perform imprimir-total.
           perform fechar-arquivos.
           goback.
      *
       abrir-arquivos.
           open i-o vbm-nfse.
           if inexistente-vbm-nfse
              open output vbm-nfse
              close vbm-nfse
              open i-o vbm-nfse
           end-if.
           if not valid-vbm-nfse
              display "erro ao abrir o arquivo vbm-nfse! status: "
                      fs-vbm-nfse
              move 8                         to return-code
              goback
           end-if.
           open output vbm-rrnf.
           if not valid-vbm-rrnf
              display "erro ao abrir o arquivo vbm-rrnf! status: "
                      fs-vbm-rrnf
              move 8                         to return-code
              goback
           end-if.
      *
       fechar-arquivos.
           close vbm-nfse.
           close vbm-rrnf.
      *
       imprimir-cabecalho.
           move "retorno da nfs-e da prefeitura - vbm-1030"
                                             to ws-linha-titulo.
           write reg-rrnf                   from ws-linha-titulo.
           write reg-rrnf                   from ws-linha-branco.
           write reg-rrnf                   from ws-linha-cabecalho.
      *
      ******************************************************************
      *    cada linha de retorno localiza o rps pelo numero; linha de  *
      *    cabecalho, trailer ou tipo desconhecido e ignorada          *
      ******************************************************************
       importar-retorno.
           move zero                         to ws-total-lidos.
           move zero                         to ws-total-notas.
           move zero                         to ws-total-cancelados.
           move zero                         to ws-total-recusados.
           move zero                         to ws-total-canc-recusados.
           move zero                       to ws-total-nao-localizados.
           open input vbm-rtnf.
           if inexistente-vbm-rtnf
              move "retorno da prefeitura (VBM-RTNF) nao recebido"
                                             to ws-linha-titulo
              write reg-rrnf                from ws-linha-titulo
              exit paragraph
           end-if.
           if not valid-vbm-rtnf
              display "erro ao abrir o arquivo vbm-rtnf! status: "
                      fs-vbm-rtnf
              move 8                         to return-code
              goback
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-rtnf next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 and (rtnf-nota-emitida
                      or rtnf-cancelamento-aceito
                      or rtnf-erro)
                 add 1                       to ws-total-lidos
                 perform processar-retorno
              end-if
           end-perform.
           close vbm-rtnf.
      *
       processar-retorno.
           move spaces                       to wsl-cd-erro.
           move spaces                       to wsl-ds-erro.
           if rtnf-nr-rps is not numeric
              or rtnf-nr-rps > 99999999
              move zero                      to nfse-nr-rps
              perform apontar-rps-nao-localizado
              exit paragraph
           end-if.
           initialize reg-nfse.
           move rtnf-nr-rps                  to nfse-nr-rps.
           read vbm-nfse with lock.
           if not valid-vbm-nfse
              perform apontar-rps-nao-localizado
              exit paragraph
           end-if.
           evaluate true
              when rtnf-nota-emitida
                 perform gravar-nota-emitida
              when rtnf-cancelamento-aceito
                 perform gravar-cancelamento-aceito
              when rtnf-erro
                 perform gravar-recusa
           end-evaluate.
           rewrite reg-nfse.
           unlock vbm-nfse.
           perform imprimir-ocorrencia.
      *
      ******************************************************************
      *    nota emitida: o numero da nfs-e fica no rps do recebimento; *
      *    se o estorno ja pediu o cancelamento a situacao e mantida   *
      ******************************************************************
       gravar-nota-emitida.
           move rtnf-nr-nfse                 to nfse-nr-nfse.
           move rtnf-cd-verificacao          to nfse-cd-verificacao.
           move rtnf-dt-nfse                 to nfse-dt-nfse.
           move spaces                       to nfse-ds-retorno.
           if not nfse-cancelamento-pedido
              and not nfse-cancelada
              set nfse-emitida               to true
           end-if.
           add 1                             to ws-total-notas.
           move "nfs-e emitida"              to wsl-ocorrencia.
      *
       gravar-cancelamento-aceito.
           if rtnf-nr-nfse not equal spaces
              move rtnf-nr-nfse              to nfse-nr-nfse
           end-if.
           set nfse-cancelada                to true.
           move spaces                       to nfse-ds-retorno.
           add 1                             to ws-total-cancelados.
           move "cancelada"                  to wsl-ocorrencia.
      *
      ******************************************************************
      *    recusa do rps: volta no proximo lote, a nao ser que o       *
      *    recebimento ja tenha sido estornado - sem nota emitida nao  *
      *    ha o que cancelar e o rps fica cancelado; recusa do pedido  *
      *    de cancelamento: a nota continua valida; sem numero de      *
      *    nfs-e o rps fica recusado e o vbm-1029 so o baixa           *
      ******************************************************************
       gravar-recusa.
           move rtnf-cd-erro                 to wsl-cd-erro.
           move rtnf-ds-erro                 to wsl-ds-erro.
           move rtnf-ds-erro                 to nfse-ds-retorno.
           if rtnf-operacao-cancelamento
              if nfse-nr-nfse not equal spaces
                 set nfse-emitida            to true
                 move "canc.recusado"        to wsl-ocorrencia
              else
                 set nfse-rejeitado          to true
                 move "canc.s/ nfs-e"        to wsl-ocorrencia
              end-if
              add 1                          to ws-total-canc-recusados
              exit paragraph
           end-if.
           if nfse-cancelamento-pedido
              or nfse-cancelada
              set nfse-cancelada             to true
              add 1                          to ws-total-cancelados
              move "cancelada"               to wsl-ocorrencia
           else
              set nfse-rejeitado             to true
              add 1                          to ws-total-recusados
              move "rps recusado"            to wsl-ocorrencia
           end-if.
      *
       apontar-rps-nao-localizado.
           add 1                           to ws-total-nao-localizados.
           move "nao localizado"             to wsl-ocorrencia.
           move rtnf-cd-erro                 to wsl-cd-erro.
           move "rps do retorno nao existe no cadastro de rps"
                                             to wsl-ds-erro.
           move zero                         to nfse-cd-tutor.
           move zero                         to nfse-cd-pet.
           move rtnf-nr-nfse                 to nfse-nr-nfse.
           perform imprimir-ocorrencia.
      *
       imprimir-ocorrencia.
           if rtnf-nr-rps is numeric
              move rtnf-nr-rps               to wsl-nr-rps
           else
              move zero                      to wsl-nr-rps
           end-if.
           move nfse-nr-nfse                 to wsl-nr-nfse.
           move nfse-cd-tutor                to wsl-cd-tutor.
           move nfse-cd-pet                  to wsl-cd-pet.
           write reg-rrnf                   from ws-linha-detalhe.
      *
       imprimir-total.
           write reg-rrnf                    from ws-linha-branco.
           move "linhas de retorno processadas......: "
                                             to ws-linha-total.
           move ws-total-lidos               to wsl-total.
           write reg-rrnf                    from ws-linha-total.
           move "nfs-e emitidas.....................: "
                                             to ws-linha-total.
           move ws-total-notas               to wsl-total.
           write reg-rrnf                    from ws-linha-total.
           move "cancelamentos aceitos..............: "
                                             to ws-linha-total.
           move ws-total-cancelados          to wsl-total.
           write reg-rrnf                    from ws-linha-total.
           move "rps recusados (vao no proximo lote): "
                                             to ws-linha-total.
           move ws-total-recusados           to wsl-total.
           write reg-rrnf                    from ws-linha-total.
           move "cancelamentos recusados............: "
                                             to ws-linha-total.
           move ws-total-canc-recusados      to wsl-total.
           write reg-rrnf                    from ws-linha-total.
           move "rps nao localizados................: "
                                             to ws-linha-total.
           move ws-total-nao-localizados     to wsl-total.
           write reg-rrnf                    from ws-linha-total.
