       identification                       division.
       program-id.                          vbm-1010.
       author.                              stanicki.
       date-written.                        ago-2026.
      ******************************************************************
      *            consulta da trilha de auditoria de tutores          *
      *      filtra vbm-ttau por tutor, operador, tipo de acao e       *
      *      faixa de datas, navega pelo historico em ordem            *
      *      cronologica e compara a imagem anterior com o registro    *
      *      atual de vbm-tuto, marcando os campos alterados           *
      ******************************************************************
       environment                          division.
       special-names.
           decimal-point is comma.
       input-output                         section.
       file-control.
           copy "vbm-ttau.sl".
           copy "vbm-tuto.sl".
       data                                 division.
       file                                 section.
           copy "vbm-ttau.fd".
           copy "vbm-tuto.fd".
      ******************************************************************
      *                        working storage                         *
      ******************************************************************
       working-storage                      section.
       copy "ACUGUI.DEF".
       COPY "ACUCOBOL.DEF".
       COPY "crtvars.def".
      *
       01 screen-t06.
          03 s06-filtros.
             05 s06-fl-cd-tutor             pic 9(07).
             05 s06-fl-operador             pic x(08).
             05 s06-fl-tipo-acao            pic x(01).
             05 s06-fl-dt-inicio            pic 9(08).
             05 s06-fl-dt-fim               pic 9(08).
          03 s06-resultado.
             05 s06-posicao                 pic x(30).
             05 s06-dt-hora-desc            pic x(19).
             05 s06-operador-reg            pic x(08).
             05 s06-acao-desc               pic x(10).
             05 s06-ant-cd-tutor            pic 9(07).
             05 s06-ant-rn                  pic 9(14).
             05 s06-atu-rn                  pic 9(14).
             05 s06-dif-rn                  pic x(01).
             05 s06-ant-tp-pessoa           pic 9(01).
             05 s06-atu-tp-pessoa           pic 9(01).
             05 s06-dif-tp-pessoa           pic x(01).
             05 s06-ant-nm                  pic x(30).
             05 s06-atu-nm                  pic x(30).
             05 s06-dif-nm                  pic x(01).
             05 s06-ant-contato             pic x(11).
             05 s06-atu-contato             pic x(11).
             05 s06-dif-contato             pic x(01).
             05 s06-ant-qtd-pets            pic 9(02).
             05 s06-atu-qtd-pets            pic 9(02).
             05 s06-dif-qtd-pets            pic x(01).
             05 s06-ant-uf                  pic x(02).
             05 s06-atu-uf                  pic x(02).
             05 s06-dif-uf                  pic x(01).
             05 s06-ant-cep                 pic 9(08).
             05 s06-atu-cep                 pic 9(08).
             05 s06-dif-cep                 pic x(01).
             05 s06-ant-cidade              pic x(30).
             05 s06-atu-cidade              pic x(30).
             05 s06-dif-cidade              pic x(01).
             05 s06-ant-bairro              pic x(30).
             05 s06-atu-bairro              pic x(30).
             05 s06-dif-bairro              pic x(01).
             05 s06-ant-rua                 pic x(30).
             05 s06-atu-rua                 pic x(30).
             05 s06-dif-rua                 pic x(01).
             05 s06-ant-numero              pic 9(12).
             05 s06-atu-numero              pic 9(12).
             05 s06-dif-numero              pic x(01).
             05 s06-ant-situacao            pic x(01).
             05 s06-atu-situacao            pic x(01).
             05 s06-dif-situacao            pic x(01).
             05 s06-ant-fl-contato          pic x(01).
             05 s06-atu-fl-contato          pic x(01).
             05 s06-dif-fl-contato          pic x(01).
             05 s06-status                  pic x(50).
      *
       77 keystatus                         pic 9(04)
                                            special-names crt status.
          88 esc-key                        value 0027.
          88 primeiro-key                   value 6011.
          88 anterior-key                   value 6012.
          88 proximo-key                    value 6013.
          88 ultimo-key                     value 6014.
          88 filtrar-key                    value 6018.
          88 fechar-key                     value 6027.
      *
       77 fs-vbm-ttau pic xx.
          88 valid-vbm-ttau                 value "00" thru "09".
      *
       77 fs-vbm-tuto pic xx.
          88 valid-vbm-tuto                 value "00" thru "09".
      *
       77 ws-janela                         usage handle of window.
      *
       01 wss-controle-filtro               pic 9(01).
          88 wss-fim-arquivo                value 1 false 0.
       01 wss-fl-tutor-atual                pic 9(01).
          88 wss-tutor-atual                value 1 false 0.
      *
       01 ws-qtd-tab                        pic 9(03) comp.
       01 ws-idx                            pic 9(03) comp.
       01 ws-total-excedentes               pic 9(05) comp.
       01 ws-acao-data                      pic 9(08).
       01 ws-tab-ttau.
          03 ws-tab-linha                   pic x(202) occurs 500 times.
      *
       01 ws-pos-idx-ed                     pic z(03)9.
       01 ws-pos-qtd-ed                     pic z(03)9.
      *
      ******************************************************************
      *                         screen section                         *
      ******************************************************************
       screen                               section.
       copy "audit-tela-ttau.scr".
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
           open input vbm-tuto.
           if not valid-vbm-tuto
              display message box "erro ao abrir o arquivo vbm-tuto!"
                                  "status: " fs-vbm-tuto
              exit paragraph
           end-if.
      *
       inicio-programa.
           display standard graphical window
              lines 30
              size 102
              title "VBM v0.0.1. Consulta da Auditoria"
              handle in ws-janela.
           display tela-ttau.
           initialize screen-t06.
           move zero                        to ws-qtd-tab.
           move zero                        to ws-idx.
           perform modificar-componentes.
           perform with test after until fechar-key or esc-key
              accept tela-ttau on exception
                 perform controle-componentes
              end-accept
           end-perform.
      *
       fechar-arquivos.
           close vbm-tuto.
           close window ws-janela.
           goback.
      *
       controle-componentes.
           evaluate true
              when filtrar-key
                 perform filtrar-link-to
              when primeiro-key
                 perform primeiro-link-to
              when anterior-key
                 perform anterior-link-to
              when proximo-key
                 perform proximo-link-to
              when ultimo-key
                 perform ultimo-link-to
           end-evaluate.
      *
       modificar-componentes.
           modify t06-ef-fl-cd-tutor        value s06-fl-cd-tutor.
           modify t06-ef-fl-operador        value s06-fl-operador.
           modify t06-ef-fl-tipo-acao       value s06-fl-tipo-acao.
           modify t06-ef-fl-dt-inicio       value s06-fl-dt-inicio.
           modify t06-ef-fl-dt-fim          value s06-fl-dt-fim.
           modify t06-la-posicao            title s06-posicao.
           modify t06-la-dt-hora            title s06-dt-hora-desc.
           modify t06-la-operador           title s06-operador-reg.
           modify t06-la-acao               title s06-acao-desc.
           modify t06-ef-ant-cd-tutor       value s06-ant-cd-tutor.
           modify t06-ef-ant-rn             value s06-ant-rn.
           modify t06-ef-atu-rn             value s06-atu-rn.
           modify t06-la-dif-rn             title s06-dif-rn.
           modify t06-ef-ant-tp-pessoa      value s06-ant-tp-pessoa.
           modify t06-ef-atu-tp-pessoa      value s06-atu-tp-pessoa.
           modify t06-la-dif-tp-pessoa      title s06-dif-tp-pessoa.
           modify t06-ef-ant-nm             value s06-ant-nm.
           modify t06-ef-atu-nm             value s06-atu-nm.
           modify t06-la-dif-nm             title s06-dif-nm.
           modify t06-ef-ant-contato        value s06-ant-contato.
           modify t06-ef-atu-contato        value s06-atu-contato.
           modify t06-la-dif-contato        title s06-dif-contato.
           modify t06-ef-ant-qtd-pets       value s06-ant-qtd-pets.
           modify t06-ef-atu-qtd-pets       value s06-atu-qtd-pets.
           modify t06-la-dif-qtd-pets       title s06-dif-qtd-pets.
           modify t06-ef-ant-uf             value s06-ant-uf.
           modify t06-ef-atu-uf             value s06-atu-uf.
           modify t06-la-dif-uf             title s06-dif-uf.
           modify t06-ef-ant-cep            value s06-ant-cep.
           modify t06-ef-atu-cep            value s06-atu-cep.
           modify t06-la-dif-cep            title s06-dif-cep.
           modify t06-ef-ant-cidade         value s06-ant-cidade.
           modify t06-ef-atu-cidade         value s06-atu-cidade.
           modify t06-la-dif-cidade         title s06-dif-cidade.
           modify t06-ef-ant-bairro         value s06-ant-bairro.
           modify t06-ef-atu-bairro         value s06-atu-bairro.
           modify t06-la-dif-bairro         title s06-dif-bairro.
           modify t06-ef-ant-rua            value s06-ant-rua.
           modify t06-ef-atu-rua            value s06-atu-rua.
           modify t06-la-dif-rua            title s06-dif-rua.
           modify t06-ef-ant-numero         value s06-ant-numero.
           modify t06-ef-atu-numero         value s06-atu-numero.
           modify t06-la-dif-numero         title s06-dif-numero.
           modify t06-ef-ant-situacao       value s06-ant-situacao.
           modify t06-ef-atu-situacao       value s06-atu-situacao.
           modify t06-la-dif-situacao       title s06-dif-situacao.
           modify t06-ef-ant-fl-contato     value s06-ant-fl-contato.
           modify t06-ef-atu-fl-contato     value s06-atu-fl-contato.
           modify t06-la-dif-fl-contato     title s06-dif-fl-contato.
           modify t06-la-status             title s06-status.
      *
      ******************************************************************
      *    carrega na tabela, em ordem cronologica (ordem fisica do    *
      *    arquivo), as linhas da trilha que atendem aos filtros       *
      ******************************************************************
       filtrar-link-to.
           move zero                         to ws-qtd-tab.
           move zero                         to ws-idx.
           move zero                         to ws-total-excedentes.
           set wss-fim-arquivo               to false.
           open input vbm-ttau.
           if not valid-vbm-ttau
              display message box
                 "Trilha de auditoria vazia ou indisponivel"
              exit paragraph
           end-if.
           perform with test before until wss-fim-arquivo
              read vbm-ttau
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 perform selecionar-linha-auditoria
              end-if
           end-perform.
           close vbm-ttau.
           if ws-qtd-tab equal zero
              initialize s06-resultado
              perform modificar-componentes
              display message box
                 "Nenhuma linha de auditoria atende aos filtros"
              exit paragraph
           end-if.
           if ws-total-excedentes > 0
              display message box
                 "Mais de 500 linhas encontradas - mostrando as 500"
                 " primeiras. Refine os filtros."
           end-if.
           move 1                            to ws-idx.
           perform mostrar-registro.
      *
       selecionar-linha-auditoria.
           if s06-fl-cd-tutor not equal zeros
              and ttau-cd-tutor not equal s06-fl-cd-tutor
              exit paragraph
           end-if.
           if s06-fl-operador not equal spaces
              and ttau-operador not equal s06-fl-operador
              exit paragraph
           end-if.
           if s06-fl-tipo-acao not equal spaces
              and ttau-tipo-acao not equal s06-fl-tipo-acao
              exit paragraph
           end-if.
           divide ttau-dt-hora by 1000000    giving ws-acao-data.
           if s06-fl-dt-inicio not equal zeros
              and ws-acao-data < s06-fl-dt-inicio
              exit paragraph
           end-if.
           if s06-fl-dt-fim not equal zeros
              and ws-acao-data > s06-fl-dt-fim
              exit paragraph
           end-if.
           if ws-qtd-tab < 500
              add 1                          to ws-qtd-tab
              move reg-ttau                  to ws-tab-linha(ws-qtd-tab)
           else
              add 1                          to ws-total-excedentes
           end-if.
      *
      ******************************************************************
      *    mostra a linha corrente: imagem anterior, registro atual    *
      *    de vbm-tuto e marca "*" nos campos que diferem              *
      ******************************************************************
       mostrar-registro.
           move ws-tab-linha(ws-idx)         to reg-ttau.
           move ws-idx                       to ws-pos-idx-ed.
           move ws-qtd-tab                   to ws-pos-qtd-ed.
           string
              "registro " ws-pos-idx-ed      delimited by size
              " de "      ws-pos-qtd-ed      delimited by size
              into s06-posicao
           end-string.
           string
              ttau-dt-hora(7:2)              delimited by size
              "/" ttau-dt-hora(5:2)          delimited by size
              "/" ttau-dt-hora(1:4)          delimited by size
              " " ttau-dt-hora(9:2)          delimited by size
              ":" ttau-dt-hora(11:2)         delimited by size
              ":" ttau-dt-hora(13:2)         delimited by size
              into s06-dt-hora-desc
           end-string.
           move ttau-operador                to s06-operador-reg.
           if ttau-acao-alteracao
              move "alteracao"               to s06-acao-desc
           else
              move "exclusao"                to s06-acao-desc
           end-if.
           move ttau-cd-tutor                to s06-ant-cd-tutor.
           move ttau-rn-tutor                to s06-ant-rn.
           move ttau-tp-pessoa-tutor         to s06-ant-tp-pessoa.
           move ttau-nm-tutor                to s06-ant-nm.
           move ttau-contato-tutor           to s06-ant-contato.
           move ttau-qtd-pets-tutor          to s06-ant-qtd-pets.
           move ttau-uf-tutor                to s06-ant-uf.
           move ttau-cep-tutor               to s06-ant-cep.
           move ttau-cidade-tutor            to s06-ant-cidade.
           move ttau-bairro-tutor            to s06-ant-bairro.
           move ttau-rua-tutor               to s06-ant-rua.
           move ttau-numero-tutor            to s06-ant-numero.
           move ttau-situacao                to s06-ant-situacao.
           move ttau-fl-contato              to s06-ant-fl-contato.
           perform carregar-registro-atual.
           perform comparar-campos.
           perform modificar-componentes.
      *
       carregar-registro-atual.
           initialize reg-tuto.
           move ttau-cd-tutor                to tuto-cd-tutor.
           read vbm-tuto with no lock.
           if valid-vbm-tuto
              set wss-tutor-atual            to true
              move tuto-rn-tutor             to s06-atu-rn
              move tuto-tp-pessoa-tutor      to s06-atu-tp-pessoa
              move tuto-nm-tutor             to s06-atu-nm
              move tuto-contato-tutor        to s06-atu-contato
              move tuto-qtd-pets-tutor       to s06-atu-qtd-pets
              move tuto-uf-tutor             to s06-atu-uf
              move tuto-cep-tutor            to s06-atu-cep
              move tuto-cidade-tutor         to s06-atu-cidade
              move tuto-bairro-tutor         to s06-atu-bairro
              move tuto-rua-tutor            to s06-atu-rua
              move tuto-numero-tutor         to s06-atu-numero
              move tuto-situacao             to s06-atu-situacao
              move tuto-fl-contato           to s06-atu-fl-contato
              move spaces                    to s06-status
           else
              set wss-tutor-atual            to false
              move zeros                     to s06-atu-rn
                                                s06-atu-tp-pessoa
                                                s06-atu-qtd-pets
                                                s06-atu-cep
                                                s06-atu-numero
              move spaces                    to s06-atu-nm
                                                s06-atu-contato
                                                s06-atu-uf
                                                s06-atu-cidade
                                                s06-atu-bairro
                                                s06-atu-rua
                                                s06-atu-situacao
                                                s06-atu-fl-contato
              move "tutor nao esta mais no cadastro (arquivado)"
                                             to s06-status
           end-if.
      *
       comparar-campos.
           move spaces                       to s06-dif-rn
                                                s06-dif-tp-pessoa
                                                s06-dif-nm
                                                s06-dif-contato
                                                s06-dif-qtd-pets
                                                s06-dif-uf
                                                s06-dif-cep
                                                s06-dif-cidade
                                                s06-dif-bairro
                                                s06-dif-rua
                                                s06-dif-numero
                                                s06-dif-situacao
                                                s06-dif-fl-contato.
           if not wss-tutor-atual
              exit paragraph
           end-if.
           if ttau-rn-tutor not equal tuto-rn-tutor
              move "*"                       to s06-dif-rn
           end-if.
           if ttau-tp-pessoa-tutor not equal tuto-tp-pessoa-tutor
              move "*"                       to s06-dif-tp-pessoa
           end-if.
           if ttau-nm-tutor not equal tuto-nm-tutor
              move "*"                       to s06-dif-nm
           end-if.
           if ttau-contato-tutor not equal tuto-contato-tutor
              move "*"                       to s06-dif-contato
           end-if.
           if ttau-qtd-pets-tutor not equal tuto-qtd-pets-tutor
              move "*"                       to s06-dif-qtd-pets
           end-if.
           if ttau-uf-tutor not equal tuto-uf-tutor
              move "*"                       to s06-dif-uf
           end-if.
           if ttau-cep-tutor not equal tuto-cep-tutor
              move "*"                       to s06-dif-cep
           end-if.
           if ttau-cidade-tutor not equal tuto-cidade-tutor
              move "*"                       to s06-dif-cidade
           end-if.
           if ttau-bairro-tutor not equal tuto-bairro-tutor
              move "*"                       to s06-dif-bairro
           end-if.
           if ttau-rua-tutor not equal tuto-rua-tutor
              move "*"                       to s06-dif-rua
           end-if.
           if ttau-numero-tutor not equal tuto-numero-tutor
              move "*"                       to s06-dif-numero
           end-if.
           if ttau-situacao not equal tuto-situacao
              move "*"                       to s06-dif-situacao
           end-if.
           if ttau-fl-contato not equal tuto-fl-contato
              move "*"                       to s06-dif-fl-contato
           end-if.
      *
       primeiro-link-to.
           if ws-qtd-tab equal zero
              display message box
                 "Use o botao Filtrar para carregar o historico"
              exit paragraph
           end-if.
           move 1                            to ws-idx.
           perform mostrar-registro.
      *
       ultimo-link-to.
           if ws-qtd-tab equal zero
              display message box
                 "Use o botao Filtrar para carregar o historico"
              exit paragraph
           end-if.
           move ws-qtd-tab                   to ws-idx.
           perform mostrar-registro.
      *
       anterior-link-to.
           if ws-qtd-tab equal zero
              display message box
                 "Use o botao Filtrar para carregar o historico"
              exit paragraph
           end-if.
           if ws-idx <= 1
              display message box "Voce chegou ao primeiro registro"
              exit paragraph
           end-if.
           subtract 1                        from ws-idx.
           perform mostrar-registro.
      *
       proximo-link-to.
           if ws-qtd-tab equal zero
              display message box
                 "Use o botao Filtrar para carregar o historico"
              exit paragraph
           end-if.
           if ws-idx >= ws-qtd-tab
              display message box "Voce chegou ao ultimo registro"
              exit paragraph
           end-if.
           add 1                             to ws-idx.
           perform mostrar-registro.
