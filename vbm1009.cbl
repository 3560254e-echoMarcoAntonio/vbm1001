       identification                       division.
       program-id.                          vbm-1009.
       author.                              stanicki.
       date-written.                        ago-2026.
      ******************************************************************
      *                 manutencao da base de ceps                     *
      *      correcoes pontuais em vbm-cep quando o endereco           *
      *      correto esta em maos na recepcao: inclui, altera e        *
      *      exclui um cep por vez                                     *
      ******************************************************************
       environment                          division.
       special-names.
           decimal-point is comma.
       input-output                         section.
       file-control.
           copy "vbm-cep.sl".
       data                                 division.
       file                                 section.
           copy "vbm-cep.fd".
      ******************************************************************
      *                        working storage                         *
      ******************************************************************
       working-storage                      section.
       copy "ACUGUI.DEF".
       COPY "ACUCOBOL.DEF".
       COPY "crtvars.def".
      *
       01 screen-t05.
          03 s05-codigo                     pic 9(08).
          03 s05-uf                         pic x(02).
          03 s05-cidade                     pic x(30).
          03 s05-bairro                     pic x(30).
          03 s05-rua                        pic x(30).
          03 s05-status                     pic x(50).
      *
       77 keystatus                         pic 9(04)
                                            special-names crt status.
          88 esc-key                        value 0027.
          88 excluir-key                    value 5003.
          88 salvar-key                     value 5015.
          88 limpar-key                     value 5016.
          88 fechar-key                     value 5027.
      *
       77 fs-vbm-cep pic xx.
          88 valid-vbm-cep                  value "00" thru "09".
          88 inexistente-vbm-cep            value "35".
          88 nao-encontrado-vbm-cep         value "23".
      *
       77 ws-janela                         usage handle of window.
      *
       01 wss-controle                      pic 9(01).
          88 wss-inclusao                   value 1.
          88 wss-alteracao                  value 2.
      *
      ******************************************************************
      *                         screen section                         *
      ******************************************************************
       screen                               section.
       copy "cep-tela-cep.scr".
      *
      ******************************************************************
      *                       procedure division                       *
      ******************************************************************
       procedure                            division.
           perform abrir-arquivos.
           perform inicio-programa.
           perform fechar-arquivos.
      *
       abrir-arquivos.
           open i-o vbm-cep.
           if inexistente-vbm-cep
              open output vbm-cep
              close vbm-cep
              open i-o vbm-cep
           end-if.
           if not valid-vbm-cep
              display message box "erro ao abrir o arquivo vbm-cep!"
                                  "status: " fs-vbm-cep
              exit paragraph
           end-if.
      *
       inicio-programa.
           set wss-inclusao to true.
           display standard graphical window
              lines 25
              size 60
              title "VBM v0.0.1. Manutencao de CEPs"
              handle in ws-janela.
           display tela-cep.
           initialize screen-t05.
           perform modificar-componentes.
           perform with test after until fechar-key or esc-key
              accept tela-cep on exception
                 perform controle-componentes
              end-accept
           end-perform.
      *
       fechar-arquivos.
           close vbm-cep.
           close window ws-janela.
           goback.
      *
       controle-componentes.
           evaluate true
              when salvar-key
                 perform salvar-link-to
              when excluir-key
                 perform excluir-link-to
              when limpar-key
                 perform limpar-link-to
           end-evaluate.
      *
       modificar-componentes.
           modify t05-ef-codigo            value s05-codigo.
           modify t05-ef-uf                value s05-uf.
           modify t05-ef-cidade            value s05-cidade.
           modify t05-ef-bairro            value s05-bairro.
           modify t05-ef-rua               value s05-rua.
      *
       mover-tela-para-registro.
           initialize reg-cep.
           move s05-codigo                  to cep-codigo.
           move s05-uf                      to cep-uf.
           move s05-cidade                  to cep-cidade.
           move s05-bairro                  to cep-bairro.
           move s05-rua                     to cep-rua.
      *
       mover-registro-para-tela.
           move cep-codigo                  to s05-codigo.
           move cep-uf                      to s05-uf.
           move cep-cidade                  to s05-cidade.
           move cep-bairro                  to s05-bairro.
           move cep-rua                     to s05-rua.
      *
      ******************************************************************
      *    ao informar o cep a tela carrega o endereco ja cadastrado   *
      *    (alteracao) ou abre os campos em branco (inclusao)          *
      ******************************************************************
       t05-ef-codigo-aft-proc.
           inquire t05-ef-codigo            value s05-codigo.
           if s05-codigo equal zeros
              exit paragraph
           end-if.
           initialize reg-cep.
           move s05-codigo                  to cep-codigo.
           read vbm-cep.
           if valid-vbm-cep
              perform mover-registro-para-tela
              set wss-alteracao             to true
           else
              move spaces                   to s05-uf
                                               s05-cidade
                                               s05-bairro
                                               s05-rua
              set wss-inclusao              to true
           end-if.
           perform modificar-componentes.
      *
       salvar-link-to.
           if s05-codigo equal zeros
              display message box "Informe o CEP!"
              exit paragraph
           end-if.
           if s05-cidade equal spaces or s05-uf equal spaces
              display message box "Informe ao menos a cidade e a UF!"
              exit paragraph
           end-if.
           perform mover-tela-para-registro.
           if wss-alteracao
              rewrite reg-cep
              if not valid-vbm-cep
                 display message box "erro ao alterar o cep!"
                                     "status: " fs-vbm-cep
                 exit paragraph
              end-if
              display message box "CEP alterado"
           else
              write reg-cep
              if not valid-vbm-cep
                 display message box "erro ao gravar o cep!"
                                     "status: " fs-vbm-cep
                 exit paragraph
              end-if
              display message box "CEP incluido"
              set wss-alteracao             to true
           end-if.
      *
       excluir-link-to.
           if s05-codigo equal zeros
              display message box "Informe o CEP!"
              exit paragraph
           end-if.
           initialize reg-cep.
           move s05-codigo                  to cep-codigo.
           read vbm-cep.
           if not valid-vbm-cep
              display message box
                 "CEP nao encontrado na base"
              exit paragraph
           end-if.
           display message box
              "Voce realmente deseja excluir este CEP?"
              type 2
              giving return-code.
           if return-code equal mb-yes
              delete vbm-cep
              if not valid-vbm-cep
                 display message box "erro ao excluir o cep!"
                                     "status: " fs-vbm-cep
              else
                 display message box "CEP removido"
                 perform limpar-link-to
              end-if
           else
              display message box "Acao interrompida"
           end-if.
      *
       limpar-link-to.
           initialize screen-t05.
           set wss-inclusao                 to true.
           perform modificar-componentes.
