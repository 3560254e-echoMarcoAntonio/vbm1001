       identification                       division.
       program-id.                          vbm-1008.
       author.                              stanicki.
       date-written.                        ago-2026.
      ******************************************************************
      *      carga e atualizacao da base de ceps (vbm-cep) a partir    *
      *      do extrato de enderecos dos correios (vbm-cext)           *
      *      inclui ceps novos, atualiza cidade/bairro/rua/uf dos      *
      *      que mudaram e contabiliza incluidos, alterados,           *
      *      inalterados e rejeitados                                  *
      ******************************************************************
       environment                          division.
       special-names.
           decimal-point is comma.
       input-output                         section.
       file-control.
           copy "vbm-cext.sl".
           copy "vbm-cep.sl".
           copy "vbm-rcep.sl".
       data                                 division.
       file                                 section.
           copy "vbm-cext.fd".
           copy "vbm-cep.fd".
           copy "vbm-rcep.fd".
      ******************************************************************
      *                        working storage                         *
      ******************************************************************
       working-storage                      section.
       77 fs-vbm-cext pic xx.
          88 valid-vbm-cext value "00" thru "09".
       77 fs-vbm-cep pic xx.
          88 valid-vbm-cep value "00" thru "09".
          88 inexistente-vbm-cep value "35".
          88 nao-encontrado-vbm-cep value "23".
       77 fs-vbm-rcep pic xx.
          88 valid-vbm-rcep value "00" thru "09".
      *
       01 wss-controle-batch                pic 9(01).
          88 wss-fim-arquivo                value 1 false 0.
      *
       01 ws-total-lidos                    pic 9(07) comp.
       01 ws-total-incluidos                pic 9(07) comp.
       01 ws-total-alterados                pic 9(07) comp.
       01 ws-total-inalterados              pic 9(07) comp.
       01 ws-total-rejeitados               pic 9(07) comp.
      *
       01 ws-linha-titulo                   pic x(132).
       01 ws-linha-branco                   pic x(132) value spaces.
       01 ws-linha-rejeicao.
          03 filler                         pic x(25)
             value "registro rejeitado.....: ".
          03 wsl-rej-codigo                 pic x(08).
          03 filler                         pic x(01) value space.
          03 wsl-rej-cidade                 pic x(30).
       01 ws-linha-total.
          03 filler                         pic x(25).
          03 wsl-total                      pic z(06)9.
      ******************************************************************
      *                       procedure division                       *
      ******************************************************************
       procedure                            division.
           perform abrir-arquivos.
           perform imprimir-cabecalho.
           perform processar-carga.
           perform imprimir-total.
           perform fechar-arquivos.
           goback.
      *
       abrir-arquivos.
           open input vbm-cext.
           if not valid-vbm-cext
              display "erro ao abrir o arquivo vbm-cext! status: "
                      fs-vbm-cext
              goback
           end-if.
           open i-o vbm-cep.
           if inexistente-vbm-cep
              open output vbm-cep
              close vbm-cep
              open i-o vbm-cep
           end-if.
           if not valid-vbm-cep
              display "erro ao abrir o arquivo vbm-cep! status: "
                      fs-vbm-cep
              goback
           end-if.
           open output vbm-rcep.
           if not valid-vbm-rcep
              display "erro ao abrir o arquivo vbm-rcep! status: "
                      fs-vbm-rcep
              goback
           end-if.
      *
       fechar-arquivos.
           close vbm-cext.
           close vbm-cep.
           close vbm-rcep.
      *
       imprimir-cabecalho.
           move "relatorio da carga da base de ceps - vbm-1008"
                                             to ws-linha-titulo.
           write reg-rcep                   from ws-linha-titulo.
           write reg-rcep                   from ws-linha-branco.
      *
       processar-carga.
           move zero                         to ws-total-lidos.
           move zero                         to ws-total-incluidos.
           move zero                         to ws-total-alterados.
           move zero                         to ws-total-inalterados.
           move zero                         to ws-total-rejeitados.
           perform with test before until wss-fim-arquivo
              read vbm-cext
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 add 1                       to ws-total-lidos
                 if cext-codigo is not numeric
                    or cext-codigo equal zeros
                    perform rejeitar-registro-cep
                 else
                    perform gravar-registro-cep
                 end-if
              end-if
           end-perform.
      *
       rejeitar-registro-cep.
           move cext-codigo                  to wsl-rej-codigo.
           move cext-cidade                  to wsl-rej-cidade.
           write reg-rcep                    from ws-linha-rejeicao.
           add 1                             to ws-total-rejeitados.
      *
      ******************************************************************
      *    cep inexistente e incluido; cep existente so e regravado    *
      *    quando algum dado de endereco mudou no extrato              *
      ******************************************************************
       gravar-registro-cep.
           initialize reg-cep.
           move cext-codigo                  to cep-codigo.
           read vbm-cep.
           if nao-encontrado-vbm-cep
              perform incluir-registro-cep
              exit paragraph
           end-if.
           if not valid-vbm-cep
              display "erro ao ler o arquivo vbm-cep! status: "
                      fs-vbm-cep
              exit paragraph
           end-if.
           if cep-uf     equal cext-uf
              and cep-cidade equal cext-cidade
              and cep-bairro equal cext-bairro
              and cep-rua    equal cext-rua
              add 1                          to ws-total-inalterados
              exit paragraph
           end-if.
           move cext-uf                      to cep-uf.
           move cext-cidade                  to cep-cidade.
           move cext-bairro                  to cep-bairro.
           move cext-rua                     to cep-rua.
           rewrite reg-cep.
           if valid-vbm-cep
              add 1                          to ws-total-alterados
           else
              display "erro ao alterar o cep " cep-codigo
                      " status: " fs-vbm-cep
           end-if.
      *
       incluir-registro-cep.
           move cext-codigo                  to cep-codigo.
           move cext-uf                      to cep-uf.
           move cext-cidade                  to cep-cidade.
           move cext-bairro                  to cep-bairro.
           move cext-rua                     to cep-rua.
           write reg-cep.
           if valid-vbm-cep
              add 1                          to ws-total-incluidos
           else
              display "erro ao incluir o cep " cep-codigo
                      " status: " fs-vbm-cep
           end-if.
      *
       imprimir-total.
           write reg-rcep                    from ws-linha-branco.
           move "registros lidos........: "  to ws-linha-total.
           move ws-total-lidos               to wsl-total.
           write reg-rcep                    from ws-linha-total.
           move "ceps incluidos.........: "  to ws-linha-total.
           move ws-total-incluidos           to wsl-total.
           write reg-rcep                    from ws-linha-total.
           move "ceps alterados.........: "  to ws-linha-total.
           move ws-total-alterados           to wsl-total.
           write reg-rcep                    from ws-linha-total.
           move "ceps inalterados.......: "  to ws-linha-total.
           move ws-total-inalterados         to wsl-total.
           write reg-rcep                    from ws-linha-total.
           move "registros rejeitados...: "  to ws-linha-total.
           move ws-total-rejeitados          to wsl-total.
           write reg-rcep                    from ws-linha-total.
