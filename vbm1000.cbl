       identification                       division.
       program-id.                          vbm-1000.
       author.                              stanicki.
       date-written.                        ago-2026.
      ******************************************************************
      *                 menu principal do sistema vbm                  *
      *      identificacao do operador contra o cadastro vbm-oper,     *
      *      chamada dos modulos de cadastro, consulta e               *
      *      processamento conforme o perfil de acesso e repasse do    *
      *      operador autenticado para a trilha de auditoria           *
      ******************************************************************
       environment                          division.
       special-names.
           decimal-point is comma.
       input-output                         section.
       file-control.
           copy "vbm-oper.sl".
           copy "vbm-lgac.sl".
           copy "vbm-racs.sl".
       data                                 division.
       file                                 section.
           copy "vbm-oper.fd".
           copy "vbm-lgac.fd".
           copy "vbm-racs.fd".
      ******************************************************************
      *                        working storage                         *
      ******************************************************************
       working-storage                      section.
       copy "ACUGUI.DEF".
       COPY "ACUCOBOL.DEF".
       COPY "crtvars.def".
      *
       01 screen-t09.
          03 s09-cd-operador                pic x(08).
          03 s09-senha                      pic x(08).
          03 s09-status                     pic x(50).
      *
       01 screen-t10.
          03 s10-operador-desc              pic x(50).
          03 s10-status                     pic x(50).
      *
       01 screen-t11.
          03 s11-cd-operador                pic x(08).
          03 s11-nm-operador                pic x(30).
          03 s11-senha                      pic x(08).
          03 s11-tp-perfil                  pic 9(01).
             88 s11-perfil-supervisor       value 1.
             88 s11-perfil-atendente        value 2.
          03 s11-situacao-desc              pic x(30).
          03 s11-status                     pic x(50).
      *
       01 screen-t17.
          03 s17-aviso                      pic x(60).
          03 s17-nova-senha                 pic x(08).
          03 s17-confirmacao                pic x(08).
      *
       77 keystatus                         pic 9(04)
                                            special-names crt status.
          88 esc-key                        value 0027.
          88 entrar-key                     value 9015.
          88 cancelar-login-key             value 9027.
          88 tutores-key                    value 9101.
          88 agenda-key                     value 9102.
          88 auditoria-key                  value 9103.
          88 ceps-key                       value 9104.
          88 tabelas-key                    value 9105.
          88 operadores-key                 value 9106.
          88 caixa-key                      value 9131.
          88 profissionais-key              value 9132.
          88 faltas-key                     value 9133.
          88 servicos-prof-key              value 9134.
          88 cobertura-key                  value 9135.
          88 lembretes-key                  value 9136.
          88 lista-espera-key               value 9137.
          88 backup-key                     value 9138.
          88 restauracao-key                value 9139.
          88 fechamento-key                 value 9140.
          88 saldo-pacotes-key              value 9141.
          88 estoque-vacinas-key            value 9142.
          88 lote-rps-key                   value 9143.
          88 retorno-nfse-key               value 9144.
          88 retorno-mensagens-key          value 9145.
          88 agenda-recorrente-key          value 9146.
          88 comissoes-key                  value 9147.
          88 dados-titular-key              value 9148.
          88 anonimizacao-key               value 9149.
          88 duplicados-key                 value 9111.
          88 importacao-key                 value 9112.
          88 vacinas-key                    value 9113.
          88 reconciliacao-key              value 9114.
          88 arquivamento-key               value 9115.
          88 carga-cep-key                  value 9116.
          88 mapeamento-key                 value 9117.
          88 intercambio-key                value 9118.
          88 estatisticas-key               value 9119.
          88 sair-key                       value 9127.
          88 novo-oper-key                  value 9201.
          88 editar-oper-key                value 9202.
          88 excluir-oper-key               value 9203.
          88 desbloquear-oper-key           value 9204.
          88 acessos-oper-key               value 9205.
          88 confirmar-senha-key            value 9301.
          88 cancelar-senha-key             value 9327.
          88 primeiro-oper-key              value 9211.
          88 anterior-oper-key              value 9212.
          88 proximo-oper-key               value 9213.
          88 ultimo-oper-key                value 9214.
          88 salvar-oper-key                value 9215.
          88 cancelar-oper-key              value 9216.
          88 fechar-oper-key                value 9227.
      *
       77 fs-vbm-oper pic xx.
          88 valid-vbm-oper                 value "00" thru "09".
          88 inexistente-vbm-oper           value "35".
          88 duplicado-vbm-oper             value "22".
      *
       77 fs-vbm-lgac pic xx.
          88 valid-vbm-lgac                 value "00" thru "09".
      *
       77 fs-vbm-racs pic xx.
          88 valid-vbm-racs                 value "00" thru "09".
      *
       77 ws-janela                         usage handle of window.
      *
       01 wss-fl-autenticado                pic 9(01).
          88 wss-autenticado                value 1 false 0.
       01 wss-fl-login-encerrado            pic 9(01).
          88 wss-login-encerrado            value 1 false 0.
       01 ws-tentativas                     pic 9(01).
      *
       01 wss-controle-oper                 pic 9(01).
          88 wss-oper-inclusao              value 1.
          88 wss-oper-alteracao             value 2.
          88 wss-oper-pesquisa              value 3.
      *
       01 wss-fl-fim-oper                   pic 9(01).
          88 wss-fim-oper                   value 1 false 0.
       01 wss-fl-guarda-perfil              pic 9(01).
          88 wss-guarda-perfil-ok           value 1 false 0.
       01 ws-qtd-supervisores               pic 9(03) comp.
      *
      ******************************************************************
      *    endurecimento do login: hash da senha (nunca gravada em     *
      *    claro), validade configuravel, troca obrigatoria e          *
      *    bloqueio persistido apos falhas seguidas                    *
      ******************************************************************
       01 ws-senha-entrada                  pic x(08).
       01 ws-senha-hash                     pic 9(09).
       01 ws-senha-hash-nova                pic 9(09).
       01 ws-hash-trab                      pic 9(11) comp.
       01 ws-hash-quoc                      pic 9(11) comp.
       01 ws-hash-pos                       pic 9(02) comp.
       01 ws-hash-codigo                    pic 9(02) comp.
       01 ws-tab-pos                        pic 9(02) comp.
       01 ws-tab-maiusculas                 pic x(36)
          value "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
       01 ws-tab-minusculas                 pic x(26)
          value "abcdefghijklmnopqrstuvwxyz".
      *
       01 ws-max-falhas                     pic 9(02).
       01 ws-validade-dias                  pic 9(03).
       01 ws-parm-x                         pic x(03).
       01 ws-parm-pos                       pic 9(02) comp.
       01 ws-parm-digito                    pic 9(01).
       01 ws-parm-valor                     pic 9(03).
      *
       01 wss-fl-troca-ok                   pic 9(01).
          88 wss-troca-ok                   value 1 false 0.
       01 wss-fl-troca-necessaria           pic 9(01).
          88 wss-troca-necessaria           value 1 false 0.
       01 wss-fl-troca-encerrada            pic 9(01).
          88 wss-troca-encerrada            value 1 false 0.
      *
       01 ws-data-conv                      pic 9(08).
       01 ws-data-conv-r redefines ws-data-conv.
          03 ws-conv-ano                    pic 9(04).
          03 ws-conv-mes                    pic 9(02).
          03 ws-conv-dia                    pic 9(02).
       01 ws-conv-quoc                      pic 9(05) comp.
       01 ws-dias-conv                      pic 9(07) comp.
       01 ws-dias-hoje                      pic 9(07) comp.
       01 ws-dias-troca                     pic 9(07) comp.
       01 ws-dias-passados                  pic s9(07) comp.
       01 tb-acum-mes.
          03 pic 9(03) value 000.
          03 pic 9(03) value 031.
          03 pic 9(03) value 059.
          03 pic 9(03) value 090.
          03 pic 9(03) value 120.
          03 pic 9(03) value 151.
          03 pic 9(03) value 181.
          03 pic 9(03) value 212.
          03 pic 9(03) value 243.
          03 pic 9(03) value 273.
          03 pic 9(03) value 304.
          03 pic 9(03) value 334.
       01 tb-acum-mes-r redefines tb-acum-mes.
          03 ws-acum-mes                    pic 9(03) occurs 12 times.
      *
       01 ws-log-data                       pic 9(08).
       01 ws-log-hora-raw                   pic 9(08).
       01 ws-log-hora                       pic 9(06).
       01 ws-log-resultado                  pic x(01).
      *
       01 ws-fl-fim-log                     pic 9(01).
          88 ws-fim-log                     value 1 false 0.
       01 ws-qtd-acessos                    pic 9(05) comp.
       01 ws-rel-titulo                     pic x(132).
       01 ws-rel-branco                     pic x(132) value spaces.
       01 ws-rel-cabecalho.
          03 filler                         pic x(11) value "data ".
          03 filler                         pic x(09) value "hora ".
          03 filler                         pic x(09)
             value "operador ".
          03 filler                         pic x(20) value "resultado".
       01 ws-rel-detalhe.
          03 wsr-data                       pic x(10).
          03 filler                         pic x(01) value space.
          03 wsr-hora                       pic x(08).
          03 filler                         pic x(01) value space.
          03 wsr-operador                   pic x(08).
          03 filler                         pic x(01) value space.
          03 wsr-resultado                  pic x(20).
       01 ws-rel-total.
          03 filler                         pic x(25)
             value "tentativas registradas.: ".
          03 wsr-total                      pic z(06)9.
      *
       copy "vbm-lkop.cpy".
       copy "vbm-lkag.cpy".
      *
      ******************************************************************
      *                         screen section                         *
      ******************************************************************
       screen                               section.
       copy "menu-tela-login.scr".
       copy "menu-tela-menu.scr".
       copy "menu-tela-oper.scr".
       copy "menu-tela-senha.scr".
      *
      ******************************************************************
      *                       procedure division                       *
      ******************************************************************
       procedure                            division.
           perform abrir-arquivos.
           perform efetuar-login.
           if wss-autenticado
              perform menu-principal
           end-if.
           perform fechar-arquivos.
      *
       abrir-arquivos.
           open i-o vbm-oper.
           if inexistente-vbm-oper
              open output vbm-oper
              close vbm-oper
              open i-o vbm-oper
           end-if.
           if not valid-vbm-oper
              display message box "erro ao abrir o arquivo vbm-oper!"
                                  "status: " fs-vbm-oper
              goback
           end-if.
           open extend vbm-lgac.
           if not valid-vbm-lgac
              open output vbm-lgac
           end-if.
           if not valid-vbm-lgac
              display message box "erro ao abrir o arquivo vbm-lgac!"
                                  "status: " fs-vbm-lgac
              goback
           end-if.
           perform carregar-parametros-seguranca.
           perform criar-operador-inicial.
      *
      ******************************************************************
      *    na primeira execucao o cadastro de operadores esta vazio:   *
      *    cria o supervisor ADMIN para permitir a entrada             *
      ******************************************************************
       criar-operador-inicial.
           initialize reg-oper.
           move low-value                    to oper-cd-operador.
           start vbm-oper key is not less than oper-cd-operador.
           if valid-vbm-oper
              exit paragraph
           end-if.
           initialize reg-oper.
           move "ADMIN"                      to oper-cd-operador.
           move "supervisor inicial"         to oper-nm-operador.
           move "ADMIN"                      to ws-senha-entrada.
           perform calcular-hash-senha.
           move ws-senha-hash                to oper-senha-hash.
           set oper-supervisor               to true.
           move zeros                        to oper-dt-troca-senha.
           move "S"                          to oper-fl-troca-obrig.
           move zero                         to oper-qtd-falhas.
           move "N"                          to oper-fl-bloqueado.
           write reg-oper.
           display message box
              "Operador inicial ADMIN (senha ADMIN) criado."
              " A troca da senha sera exigida no primeiro acesso.".
      *
      ******************************************************************
      *    parametros de seguranca do login, por variavel de           *
      *    ambiente: VBM-1000-MAX-FALHAS (padrao 5) e                  *
      *    VBM-1000-VALIDADE-SENHA em dias (padrao 90)                 *
      ******************************************************************
       carregar-parametros-seguranca.
           move spaces                       to ws-parm-x.
           accept ws-parm-x                 from environment
                                            "VBM-1000-MAX-FALHAS".
           perform converter-parametro.
           if ws-parm-valor equal zero
              move 5                         to ws-max-falhas
           else
              move ws-parm-valor             to ws-max-falhas
           end-if.
           move spaces                       to ws-parm-x.
           accept ws-parm-x                 from environment
                                            "VBM-1000-VALIDADE-SENHA".
           perform converter-parametro.
           if ws-parm-valor equal zero
              move 90                        to ws-validade-dias
           else
              move ws-parm-valor             to ws-validade-dias
           end-if.
      *
       converter-parametro.
           move zero                         to ws-parm-valor.
           perform varying ws-parm-pos from 1 by 1
                      until ws-parm-pos > 3
              if ws-parm-x(ws-parm-pos:1) is numeric
                 move ws-parm-x(ws-parm-pos:1)
                   to ws-parm-digito
                 compute ws-parm-valor = ws-parm-valor * 10 +
                    ws-parm-digito
              end-if
           end-perform.
      *
      ******************************************************************
      *    hash da senha: soma acumulada dos codigos dos caracteres    *
      *    (tabela interna) multiplicada por 31 a cada posicao,        *
      *    modulo 10**9 - a senha em claro nunca e gravada             *
      ******************************************************************
       calcular-hash-senha.
           move 7                            to ws-hash-trab.
           perform varying ws-hash-pos from 1 by 1
                      until ws-hash-pos > 8
              perform carregar-codigo-caractere
              compute ws-hash-trab = ws-hash-trab * 31
                                     + ws-hash-codigo
              divide ws-hash-trab by 1000000000
                 giving ws-hash-quoc remainder ws-hash-trab
           end-perform.
           move ws-hash-trab                 to ws-senha-hash.
      *
       carregar-codigo-caractere.
           move zero                         to ws-hash-codigo.
           if ws-senha-entrada(ws-hash-pos:1) equal space
              exit paragraph
           end-if.
           move 63                           to ws-hash-codigo.
           perform varying ws-tab-pos from 1 by 1
                      until ws-tab-pos > 36
              if ws-tab-maiusculas(ws-tab-pos:1) equal
                 ws-senha-entrada(ws-hash-pos:1)
                 move ws-tab-pos             to ws-hash-codigo
                 move 36                     to ws-tab-pos
              end-if
           end-perform.
           if ws-hash-codigo equal 63
              perform varying ws-tab-pos from 1 by 1
                         until ws-tab-pos > 26
                 if ws-tab-minusculas(ws-tab-pos:1) equal
                    ws-senha-entrada(ws-hash-pos:1)
                    compute ws-hash-codigo = 36 + ws-tab-pos
                    move 26                  to ws-tab-pos
                 end-if
              end-perform
           end-if.
      *
      ******************************************************************
      *    dias corridos aproximados da data, para o vencimento da     *
      *    senha                                                       *
      ******************************************************************
       contar-dias-data.
           divide ws-conv-ano by 4 giving ws-conv-quoc.
           compute ws-dias-conv = ws-conv-ano * 365
                                  + ws-conv-quoc
                                  + ws-acum-mes(ws-conv-mes)
                                  + ws-conv-dia.
      *
      ******************************************************************
      *    log de tentativas de login: quem, quando e o resultado      *
      *    (sucesso, senha invalida, bloqueado ou desconhecido)        *
      ******************************************************************
       gravar-log-acesso.
           accept ws-log-data                from date yyyymmdd.
           accept ws-log-hora-raw            from time.
           divide ws-log-hora-raw by 100 giving ws-log-hora.
           initialize reg-lgac.
           compute lgac-dt-hora = ws-log-data * 1000000 + ws-log-hora.
           move s09-cd-operador              to lgac-cd-operador.
           move ws-log-resultado             to lgac-resultado.
           write reg-lgac.
      *
       fechar-arquivos.
           close vbm-oper.
           close vbm-lgac.
           close window ws-janela.
           goback.
      *
      ******************************************************************
      *    identificacao do operador: codigo e senha conferidos em     *
      *    vbm-oper, com o limite de tres tentativas                   *
      ******************************************************************
       efetuar-login.
           set wss-autenticado               to false.
           set wss-login-encerrado           to false.
           move zero                         to ws-tentativas.
           display standard graphical window
              lines 30
              size 102
              title "VBM v0.0.1. Menu Principal"
              handle in ws-janela.
           display tela-login.
           initialize screen-t09.
           modify t09-ef-cd-operador        value s09-cd-operador.
           modify t09-ef-senha              value s09-senha.
           perform with test after until wss-login-encerrado
              accept tela-login on exception
                 perform controle-login
              end-accept
           end-perform.
      *
       controle-login.
           evaluate true
              when entrar-key
                 perform validar-login
              when cancelar-login-key
              when esc-key
                 set wss-login-encerrado     to true
              when other
                 continue
           end-evaluate.
      *
       validar-login.
           if s09-cd-operador equal spaces
              display message box "Informe o codigo do operador!"
              exit paragraph
           end-if.
           initialize reg-oper.
           move s09-cd-operador              to oper-cd-operador.
           read vbm-oper.
           if not valid-vbm-oper
              move "D"                       to ws-log-resultado
              perform gravar-log-acesso
              perform tratar-falha-login
              exit paragraph
           end-if.
           if oper-bloqueado
              move "B"                       to ws-log-resultado
              perform gravar-log-acesso
              display message box
                 "Operador bloqueado - procure um supervisor"
              move spaces                    to s09-senha
              modify t09-ef-senha           value s09-senha
              exit paragraph
           end-if.
           move s09-senha                    to ws-senha-entrada.
           perform calcular-hash-senha.
           if ws-senha-hash not equal oper-senha-hash
              add 1                          to oper-qtd-falhas
              if oper-qtd-falhas >= ws-max-falhas
                 set oper-bloqueado          to true
              end-if
              rewrite reg-oper
              move "F"                       to ws-log-resultado
              perform gravar-log-acesso
              if oper-bloqueado
                 display message box
                    "Operador bloqueado apos falhas seguidas -"
                    " procure um supervisor"
              end-if
              perform tratar-falha-login
              exit paragraph
           end-if.
           move zero                         to oper-qtd-falhas.
           rewrite reg-oper.
           move "S"                          to ws-log-resultado.
           perform gravar-log-acesso.
           perform verificar-troca-senha.
           if not wss-troca-ok
              exit paragraph
           end-if.
           move oper-cd-operador             to lkop-cd-operador.
           move oper-perfil                  to lkop-perfil.
           set wss-autenticado               to true.
           set wss-login-encerrado           to true.
      *
       tratar-falha-login.
           add 1                             to ws-tentativas.
           display message box
              "Operador ou senha invalidos".
           move spaces                       to s09-senha.
           modify t09-ef-senha              value s09-senha.
           if ws-tentativas >= 3
              display message box
                 "Numero de tentativas esgotado"
              set wss-login-encerrado        to true
           end-if.
      *
      ******************************************************************
      *    troca obrigatoria: exigida no primeiro acesso (inclusive    *
      *    do ADMIN inicial), quando o supervisor redefine a senha     *
      *    e quando a senha passa da validade configurada              *
      ******************************************************************
       verificar-troca-senha.
           set wss-troca-ok                  to true.
           set wss-troca-necessaria          to false.
           if oper-troca-obrigatoria
              set wss-troca-necessaria       to true
           end-if.
           if not wss-troca-necessaria
              perform verificar-validade-senha
           end-if.
           if wss-troca-necessaria
              perform trocar-senha-link-to
           end-if.
      *
       verificar-validade-senha.
           if oper-dt-troca-senha equal zeros
              set wss-troca-necessaria       to true
              exit paragraph
           end-if.
           accept ws-data-conv               from date yyyymmdd.
           perform contar-dias-data.
           move ws-dias-conv                 to ws-dias-hoje.
           move oper-dt-troca-senha          to ws-data-conv.
           perform contar-dias-data.
           move ws-dias-conv                 to ws-dias-troca.
           compute ws-dias-passados = ws-dias-hoje - ws-dias-troca.
           if ws-dias-passados > ws-validade-dias
              display message box
                 "A senha passou da validade e deve ser trocada"
              set wss-troca-necessaria       to true
           end-if.
      *
       trocar-senha-link-to.
           set wss-troca-ok                  to false.
           set wss-troca-encerrada           to false.
           initialize screen-t17.
           move "A senha deve ser trocada antes de continuar"
                                             to s17-aviso.
           display tela-senha.
           modify t17-la-aviso              title s17-aviso.
           modify t17-ef-nova-senha         value s17-nova-senha.
           modify t17-ef-confirmacao        value s17-confirmacao.
           perform with test after until wss-troca-encerrada
              accept tela-senha on exception
                 perform controle-troca-senha
              end-accept
           end-perform.
           display tela-login.
           modify t09-ef-cd-operador        value s09-cd-operador.
           move spaces                       to s09-senha.
           modify t09-ef-senha              value s09-senha.
      *
       controle-troca-senha.
           evaluate true
              when confirmar-senha-key
                 perform confirmar-troca-senha
              when cancelar-senha-key
              when esc-key
                 set wss-troca-encerrada     to true
              when other
                 continue
           end-evaluate.
      *
       confirmar-troca-senha.
           if s17-nova-senha equal spaces
              display message box "Informe a nova senha!"
              exit paragraph
           end-if.
           if s17-nova-senha not equal s17-confirmacao
              display message box
                 "A confirmacao nao confere com a nova senha"
              move spaces                    to s17-nova-senha
                                               s17-confirmacao
              modify t17-ef-nova-senha      value s17-nova-senha
              modify t17-ef-confirmacao     value s17-confirmacao
              exit paragraph
           end-if.
           move s17-nova-senha               to ws-senha-entrada.
           perform calcular-hash-senha.
           if ws-senha-hash equal oper-senha-hash
              display message box
                 "A nova senha deve ser diferente da atual"
              exit paragraph
           end-if.
           move ws-senha-hash                to oper-senha-hash.
           accept oper-dt-troca-senha        from date yyyymmdd.
           move "N"                          to oper-fl-troca-obrig.
           rewrite reg-oper.
           if not valid-vbm-oper
              display message box "erro ao gravar a nova senha!"
                                  "status: " fs-vbm-oper
              exit paragraph
           end-if.
           display message box "Senha alterada com sucesso".
           set wss-troca-ok                  to true.
           set wss-troca-encerrada           to true.
      *
      ******************************************************************
      *    menu principal: os modulos restritos ficam desabilitados    *
      *    para o perfil de atendente                                  *
      ******************************************************************
       menu-principal.
           display tela-principal.
           initialize screen-t10.
           string
              "operador: "                   delimited by size
              lkop-cd-operador               delimited by size
              " - "                          delimited by size
              oper-nm-operador               delimited by size
              into s10-operador-desc
           end-string.
           modify t10-la-operador           title s10-operador-desc.
           if not lkop-supervisor
              modify t10-pb-operadores       enabled false
              modify t10-pb-importacao       enabled false
              modify t10-pb-arquivamento     enabled false
              modify t10-pb-mapeamento       enabled false
              modify t10-pb-backup           enabled false
              modify t10-pb-restauracao      enabled false
              modify t10-pb-fechamento       enabled false
              modify t10-pb-comissoes        enabled false
              modify t10-pb-anonimizacao     enabled false
           end-if.
           perform with test after until sair-key or esc-key
              accept tela-principal on exception
                 perform controle-menu
              end-accept
           end-perform.
      *
       controle-menu.
           evaluate true
              when tutores-key
                 perform chamar-cadastro-tutores
              when agenda-key
                 perform chamar-agenda
              when auditoria-key
                 call "vbm-1010"
                 cancel "vbm-1010"
              when ceps-key
                 call "vbm-1009"
                 cancel "vbm-1009"
              when tabelas-key
                 call "vbm-1011"
                 cancel "vbm-1011"
              when operadores-key
                 perform operadores-link-to
              when caixa-key
                 perform chamar-caixa
              when duplicados-key
                 perform chamar-lote
                 call "vbm-1002"
                 cancel "vbm-1002"
              when importacao-key
                 perform chamar-lote
                 call "vbm-1003"
                 cancel "vbm-1003"
              when vacinas-key
                 perform chamar-lote
                 call "vbm-1005"
                 cancel "vbm-1005"
              when reconciliacao-key
                 perform chamar-lote
                 call "vbm-1006"            using lkop-parametros
                 cancel "vbm-1006"
              when arquivamento-key
                 perform chamar-lote
                 call "vbm-1007"
                 cancel "vbm-1007"
              when carga-cep-key
                 perform chamar-lote
                 call "vbm-1008"
                 cancel "vbm-1008"
              when mapeamento-key
                 perform chamar-lote
                 call "vbm-1012"
                 cancel "vbm-1012"
              when intercambio-key
                 perform chamar-lote
                 call "vbm-1013"
                 cancel "vbm-1013"
              when estatisticas-key
                 perform chamar-lote
                 call "vbm-1014"
                 cancel "vbm-1014"
              when faltas-key
                 perform chamar-lote
                 call "vbm-1016"
                 cancel "vbm-1016"
              when profissionais-key
                 call "vbm-1017"            using lkop-parametros
                 cancel "vbm-1017"
              when servicos-prof-key
                 perform chamar-lote
                 call "vbm-1018"
                 cancel "vbm-1018"
              when cobertura-key
                 perform chamar-lote
                 call "vbm-1019"
                 cancel "vbm-1019"
              when lembretes-key
                 perform chamar-lote
                 call "vbm-1020"
                 cancel "vbm-1020"
              when lista-espera-key
                 perform chamar-lote
                 call "vbm-1021"
                 cancel "vbm-1021"
              when backup-key
                 perform chamar-lote
                 perform liberar-arquivos-sessao
                 call "vbm-1022"
                 cancel "vbm-1022"
                 perform reabrir-arquivos-sessao
              when restauracao-key
                 perform confirmar-restauracao
                 if return-code equal mb-yes
                    perform liberar-arquivos-sessao
                    call "vbm-1023"
                    cancel "vbm-1023"
                    perform reabrir-arquivos-sessao
                 end-if
              when fechamento-key
                 perform chamar-lote
                 call "vbm-1024"
                 cancel "vbm-1024"
              when saldo-pacotes-key
                 perform chamar-lote
                 call "vbm-1026"
                 cancel "vbm-1026"
              when estoque-vacinas-key
                 perform chamar-lote
                 call "vbm-1027"
                 cancel "vbm-1027"
              when lote-rps-key
                 perform chamar-lote
                 call "vbm-1029"
                 cancel "vbm-1029"
              when retorno-nfse-key
                 perform chamar-lote
                 call "vbm-1030"
                 cancel "vbm-1030"
              when retorno-mensagens-key
                 perform chamar-lote
                 call "vbm-1031"
                 cancel "vbm-1031"
              when agenda-recorrente-key
                 perform chamar-lote
                 call "vbm-1033"
                 cancel "vbm-1033"
              when comissoes-key
                 perform chamar-lote
                 call "vbm-1034"            using lkop-parametros
                 cancel "vbm-1034"
              when dados-titular-key
                 perform chamar-lote
                 call "vbm-1035"            using lkop-parametros
                 cancel "vbm-1035"
              when anonimizacao-key
                 perform chamar-lote
                 call "vbm-1036"            using lkop-parametros
                 cancel "vbm-1036"
           end-evaluate.
      *
       chamar-cadastro-tutores.
           call "vbm-1001"                  using lkop-parametros.
           cancel "vbm-1001".
      *
       chamar-agenda.
           initialize lkag-parametros.
           call "vbm-1004"                  using lkag-parametros.
           cancel "vbm-1004".
      *
       chamar-caixa.
           call "vbm-1015"                  using lkop-parametros.
           cancel "vbm-1015".
      *
       chamar-lote.
           display message box
              "O processamento sera executado agora."
              " Acompanhe o relatorio gerado.".
      *
      ******************************************************************
      *    a salvaguarda e a restauracao precisam abrir vbm-oper e     *
      *    vbm-lgac com exclusividade: os arquivos da sessao sao       *
      *    fechados antes da chamada e reabertos na volta, para nao    *
      *    gravar por um descritor velho num arquivo recriado          *
      ******************************************************************
       liberar-arquivos-sessao.
           close vbm-oper.
           close vbm-lgac.
      *
       reabrir-arquivos-sessao.
           open i-o vbm-oper.
           if not valid-vbm-oper
              display message box "erro ao reabrir o arquivo vbm-oper!"
                                  "status: " fs-vbm-oper
           end-if.
           perform reabrir-log-acesso.
      *
      ******************************************************************
      *    a restauracao recria os arquivos a partir da salvaguarda    *
      *    e sobrepoe os dados atuais: exige confirmacao expressa      *
      ******************************************************************
       confirmar-restauracao.
           display message box
              "A restauracao recria os arquivos a partir da"
              " salvaguarda e sobrepoe os dados atuais."
              " Deseja continuar?"
              type 2
              giving return-code.
      *
      ******************************************************************
      *    manutencao do cadastro de operadores (supervisores)         *
      ******************************************************************
       operadores-link-to.
           initialize screen-t11.
           set wss-oper-pesquisa             to true.
           display tela-oper.
           perform modificar-componentes-oper.
           perform desabilitar-componentes-oper.
           perform desabilitar-salvar-cancelar-oper.
           perform with test after until fechar-oper-key
              accept tela-oper on exception
                 perform controle-componentes-oper
              end-accept
           end-perform.
           display tela-principal.
           modify t10-la-operador           title s10-operador-desc.
           if not lkop-supervisor
              modify t10-pb-operadores       enabled false
              modify t10-pb-importacao       enabled false
              modify t10-pb-arquivamento     enabled false
              modify t10-pb-mapeamento       enabled false
              modify t10-pb-backup           enabled false
              modify t10-pb-restauracao      enabled false
              modify t10-pb-fechamento       enabled false
              modify t10-pb-comissoes        enabled false
              modify t10-pb-anonimizacao     enabled false
           end-if.
      *
       controle-componentes-oper.
           evaluate true
              when novo-oper-key
                 perform novo-oper-link-to
              when editar-oper-key
                 perform editar-oper-link-to
              when excluir-oper-key
                 perform excluir-oper-link-to
              when desbloquear-oper-key
                 perform desbloquear-oper-link-to
              when acessos-oper-key
                 perform acessos-oper-link-to
              when primeiro-oper-key
                 perform primeiro-oper-link-to
              when anterior-oper-key
                 perform anterior-oper-link-to
              when proximo-oper-key
                 perform proximo-oper-link-to
              when ultimo-oper-key
                 perform ultimo-oper-link-to
              when salvar-oper-key
                 perform salvar-oper-link-to
              when cancelar-oper-key
                 perform cancelar-oper-link-to
           end-evaluate.
      *
       modificar-componentes-oper.
           modify t11-ef-cd-operador        value s11-cd-operador.
           modify t11-ef-nm-operador        value s11-nm-operador.
           modify t11-ef-senha              value s11-senha.
           modify t11-la-situacao           title s11-situacao-desc.
           if s11-tp-perfil = 0
              set s11-perfil-atendente to true
           end-if.
           modify t11-rb-supervisor         value s11-tp-perfil.
           modify t11-rb-atendente          value s11-tp-perfil.
      *
       habilitar-componentes-oper.
           modify t11-ef-nm-operador        enabled true.
           modify t11-ef-senha              enabled true.
           modify t11-rb-supervisor         enabled true.
           modify t11-rb-atendente          enabled true.
      *
       desabilitar-componentes-oper.
           modify t11-ef-nm-operador        enabled false.
           modify t11-ef-senha              enabled false.
           modify t11-rb-supervisor         enabled false.
           modify t11-rb-atendente          enabled false.
      *
       habilitar-salvar-cancelar-oper.
           modify t11-pb-salvar             enabled true.
           modify t11-pb-cancelar           enabled true.
      *
       desabilitar-salvar-cancelar-oper.
           modify t11-pb-salvar             enabled false.
           modify t11-pb-cancelar           enabled false.
      *
       habilitar-navegacao-oper.
           modify t11-pb-novo               enabled true.
           modify t11-pb-editar             enabled true.
           modify t11-pb-excluir            enabled true.
           modify t11-pb-desbloquear        enabled true.
           modify t11-pb-acessos            enabled true.
           modify t11-pb-primeiro           enabled true.
           modify t11-pb-proximo            enabled true.
           modify t11-pb-anterior           enabled true.
           modify t11-pb-ultimo             enabled true.
      *
       desabilitar-navegacao-oper.
           modify t11-pb-novo               enabled false.
           modify t11-pb-editar             enabled false.
           modify t11-pb-excluir            enabled false.
           modify t11-pb-desbloquear        enabled false.
           modify t11-pb-acessos            enabled false.
           modify t11-pb-primeiro           enabled false.
           modify t11-pb-proximo            enabled false.
           modify t11-pb-anterior           enabled false.
           modify t11-pb-ultimo             enabled false.
      *
      ******************************************************************
      *    a senha nunca volta para a tela: o campo fica vazio e so    *
      *    e usado para definir uma nova senha, que entra com troca    *
      *    obrigatoria no proximo acesso do operador                   *
      ******************************************************************
       mover-registro-para-tela-oper.
           move oper-cd-operador            to s11-cd-operador.
           move oper-nm-operador            to s11-nm-operador.
           move spaces                      to s11-senha.
           if oper-supervisor
              set s11-perfil-supervisor     to true
           else
              set s11-perfil-atendente      to true
           end-if.
           evaluate true
              when oper-bloqueado
                 move "bloqueado"           to s11-situacao-desc
              when oper-troca-obrigatoria
                 move "troca de senha pendente"
                                            to s11-situacao-desc
              when other
                 move "ativo"               to s11-situacao-desc
           end-evaluate.
      *
       navegar-registros-oper.
           perform mover-registro-para-tela-oper.
           perform modificar-componentes-oper.
      *
       cancelar-oper-link-to.
           initialize screen-t11.
           perform modificar-componentes-oper.
           perform desabilitar-salvar-cancelar-oper.
           perform desabilitar-componentes-oper.
           perform habilitar-navegacao-oper.
           modify t11-ef-cd-operador        enabled true.
           set wss-oper-pesquisa            to true.
      *
       salvar-oper-link-to.
           if s11-cd-operador equal spaces
              display message box "Informe o codigo do operador!"
              exit paragraph
           end-if.
           if s11-nm-operador equal spaces
              display message box "Informe o nome do operador!"
              exit paragraph
           end-if.
           if wss-oper-inclusao
              and s11-senha equal spaces
              display message box "Informe a senha do operador!"
              exit paragraph
           end-if.
           if wss-oper-alteracao
              and not s11-perfil-supervisor
              perform verificar-rebaixamento-supervisor
              if not wss-guarda-perfil-ok
                 exit paragraph
              end-if
           end-if.
           if wss-oper-inclusao
              initialize reg-oper
              move s11-cd-operador          to oper-cd-operador
              move zero                     to oper-qtd-falhas
              move "N"                      to oper-fl-bloqueado
           end-if.
           if wss-oper-alteracao
              initialize reg-oper
              move s11-cd-operador          to oper-cd-operador
              read vbm-oper
              if not valid-vbm-oper
                 display message box
                    "Registro do operador nao pode ser encontrado"
                 exit paragraph
              end-if
           end-if.
           move s11-nm-operador             to oper-nm-operador.
           if s11-senha not equal spaces
              move s11-senha                to ws-senha-entrada
              perform calcular-hash-senha
              move ws-senha-hash            to oper-senha-hash
              move zeros                    to oper-dt-troca-senha
              move "S"                      to oper-fl-troca-obrig
           end-if.
           if s11-perfil-supervisor
              set oper-supervisor           to true
           else
              set oper-atendente            to true
           end-if.
           if wss-oper-inclusao
              write reg-oper
              if duplicado-vbm-oper
                 display message box "Operador ja cadastrado"
                 exit paragraph
              end-if
              if not valid-vbm-oper
                 display message box "erro ao gravar o operador!"
                                     "status: " fs-vbm-oper
                 exit paragraph
              end-if
           end-if.
           if wss-oper-alteracao
              rewrite reg-oper
              if not valid-vbm-oper
                 display message box "erro ao alterar o operador!"
                                     "status: " fs-vbm-oper
                 exit paragraph
              end-if
           end-if.
           perform mover-registro-para-tela-oper.
           perform modificar-componentes-oper.
           perform desabilitar-salvar-cancelar-oper.
           perform desabilitar-componentes-oper.
           perform habilitar-navegacao-oper.
           modify t11-ef-cd-operador        enabled true.
           set wss-oper-pesquisa            to true.
      *
       novo-oper-link-to.
           initialize screen-t11.
           set s11-perfil-atendente         to true.
           perform habilitar-componentes-oper.
           perform modificar-componentes-oper.
           perform desabilitar-navegacao-oper.
           perform habilitar-salvar-cancelar-oper.
           set wss-oper-inclusao            to true.
      *
       editar-oper-link-to.
           initialize reg-oper.
           move s11-cd-operador             to oper-cd-operador.
           read vbm-oper.
           if not valid-vbm-oper
              display message box
                 "Registro do operador nao pode ser encontrado"
              exit paragraph
           end-if.
           perform desabilitar-navegacao-oper.
           perform habilitar-salvar-cancelar-oper.
           perform habilitar-componentes-oper.
           modify t11-ef-cd-operador        enabled false.
           set wss-oper-alteracao           to true.
      *
       excluir-oper-link-to.
           if s11-cd-operador equal lkop-cd-operador
              display message box
                 "O operador da sessao nao pode excluir a si mesmo"
              exit paragraph
           end-if.
           initialize reg-oper.
           move s11-cd-operador             to oper-cd-operador.
           read vbm-oper.
           if not valid-vbm-oper
              display message box
                 "Registro do operador nao pode ser encontrado"
              exit paragraph
           end-if.
           if oper-supervisor
              perform contar-supervisores
              if ws-qtd-supervisores <= 1
                 display message box
                    "O ultimo supervisor nao pode ser excluido"
                 exit paragraph
              end-if
              initialize reg-oper
              move s11-cd-operador          to oper-cd-operador
              read vbm-oper
           end-if.
           display message box
              "Voce realmente deseja excluir o operador?"
              type 2
              giving return-code.
           if return-code equal mb-yes
              delete vbm-oper
              display message box "Operador removido"
              initialize screen-t11
              perform modificar-componentes-oper
           else
              display message box "Acao interrompida"
           end-if.
      *
      ******************************************************************
      *    desbloqueio pelo supervisor: zera as falhas seguidas e      *
      *    libera o operador bloqueado                                 *
      ******************************************************************
       desbloquear-oper-link-to.
           initialize reg-oper.
           move s11-cd-operador             to oper-cd-operador.
           read vbm-oper.
           if not valid-vbm-oper
              display message box
                 "Registro do operador nao pode ser encontrado"
              exit paragraph
           end-if.
           if not oper-bloqueado
              display message box "Operador nao esta bloqueado"
              exit paragraph
           end-if.
           move zero                        to oper-qtd-falhas.
           move "N"                         to oper-fl-bloqueado.
           rewrite reg-oper.
           if not valid-vbm-oper
              display message box "erro ao desbloquear o operador!"
                                  "status: " fs-vbm-oper
              exit paragraph
           end-if.
           display message box "Operador desbloqueado".
           perform mover-registro-para-tela-oper.
           perform modificar-componentes-oper.
      *
      ******************************************************************
      *    relatorio das tentativas de login para revisao do           *
      *    supervisor: quem tentou entrar, quando e o resultado        *
      ******************************************************************
       acessos-oper-link-to.
           close vbm-lgac.
           open input vbm-lgac.
           if not valid-vbm-lgac
              display message box
                 "erro ao ler o log de acessos!"
                 "status: " fs-vbm-lgac
              perform reabrir-log-acesso
              exit paragraph
           end-if.
           open output vbm-racs.
           if not valid-vbm-racs
              display message box
                 "erro ao abrir o relatorio de acessos!"
                 "status: " fs-vbm-racs
              close vbm-lgac
              perform reabrir-log-acesso
              exit paragraph
           end-if.
           move "tentativas de login - vbm-1000"
                                             to ws-rel-titulo.
           write reg-racs                   from ws-rel-titulo.
           write reg-racs                   from ws-rel-branco.
           write reg-racs                   from ws-rel-cabecalho.
           move zero                        to ws-qtd-acessos.
           set ws-fim-log                   to false.
           perform with test before until ws-fim-log
              read vbm-lgac
                 at end
                    set ws-fim-log          to true
              end-read
              if not ws-fim-log
                 perform imprimir-linha-acesso
              end-if
           end-perform.
           write reg-racs                   from ws-rel-branco.
           move ws-qtd-acessos              to wsr-total.
           write reg-racs                   from ws-rel-total.
           close vbm-racs.
           close vbm-lgac.
           perform reabrir-log-acesso.
           display message box
              "Relatorio de acessos gerado com sucesso!".
      *
       reabrir-log-acesso.
           open extend vbm-lgac.
           if not valid-vbm-lgac
              open output vbm-lgac
           end-if.
      *
       imprimir-linha-acesso.
           string
              lgac-dt-hora(7:2)             delimited by size
              "/"
              lgac-dt-hora(5:2)             delimited by size
              "/"
              lgac-dt-hora(1:4)             delimited by size
              into wsr-data
           end-string.
           string
              lgac-dt-hora(9:2)             delimited by size
              ":"
              lgac-dt-hora(11:2)            delimited by size
              ":"
              lgac-dt-hora(13:2)            delimited by size
              into wsr-hora
           end-string.
           move lgac-cd-operador            to wsr-operador.
           evaluate true
              when lgac-sucesso
                 move "sucesso"             to wsr-resultado
              when lgac-senha-invalida
                 move "senha invalida"      to wsr-resultado
              when lgac-bloqueado
                 move "bloqueado"           to wsr-resultado
              when lgac-desconhecido
                 move "desconhecido"        to wsr-resultado
              when other
                 move spaces                to wsr-resultado
           end-evaluate.
           write reg-racs                   from ws-rel-detalhe.
           add 1                            to ws-qtd-acessos.
      *
      ******************************************************************
      *    a base nao pode ficar sem supervisor: o operador da         *
      *    sessao nao retira o proprio perfil e o ultimo supervisor    *
      *    nao pode ser rebaixado nem excluido                         *
      ******************************************************************
       verificar-rebaixamento-supervisor.
           set wss-guarda-perfil-ok         to true.
           initialize reg-oper.
           move s11-cd-operador             to oper-cd-operador.
           read vbm-oper.
           if not valid-vbm-oper or not oper-supervisor
              exit paragraph
           end-if.
           if s11-cd-operador equal lkop-cd-operador
              display message box
                 "Voce nao pode retirar o proprio perfil de"
                 " supervisor"
              set wss-guarda-perfil-ok      to false
              exit paragraph
           end-if.
           perform contar-supervisores.
           if ws-qtd-supervisores <= 1
              display message box
                 "O ultimo supervisor nao pode ser rebaixado"
              set wss-guarda-perfil-ok      to false
           end-if.
      *
       contar-supervisores.
           move zero                        to ws-qtd-supervisores.
           set wss-fim-oper                 to false.
           initialize reg-oper.
           move low-value                   to oper-cd-operador.
           start vbm-oper key is not less than oper-cd-operador.
           if not valid-vbm-oper
              set wss-fim-oper              to true
           end-if.
           perform with test before until wss-fim-oper
              read vbm-oper next record
                 at end
                    set wss-fim-oper        to true
              end-read
              if not wss-fim-oper
                 if oper-supervisor
                    add 1                   to ws-qtd-supervisores
                 end-if
              end-if
           end-perform.
      *
       primeiro-oper-link-to.
           initialize reg-oper.
           move low-value                   to oper-cd-operador.
           start vbm-oper key greater than oper-cd-operador.
           read vbm-oper next.
           if valid-vbm-oper
              perform navegar-registros-oper
           else
              display message box "Nao existem operadores cadastrados"
           end-if.
      *
       ultimo-oper-link-to.
           initialize reg-oper.
           move high-value                  to oper-cd-operador.
           start vbm-oper key less than oper-cd-operador.
           read vbm-oper previous.
           if valid-vbm-oper
              perform navegar-registros-oper
           else
              display message box "Nao existem operadores cadastrados"
           end-if.
      *
       anterior-oper-link-to.
           initialize reg-oper.
           move s11-cd-operador             to oper-cd-operador.
           start vbm-oper key less than oper-cd-operador.
           read vbm-oper previous.
           if not valid-vbm-oper
              display message box "Voce chegou ao primeiro operador"
           else
              perform navegar-registros-oper
           end-if.
      *
       proximo-oper-link-to.
           initialize reg-oper.
           move s11-cd-operador             to oper-cd-operador.
           start vbm-oper key greater than oper-cd-operador.
           read vbm-oper next.
           if not valid-vbm-oper
              display message box "Voce chegou ao ultimo operador"
           else
              perform navegar-registros-oper
           end-if.
      *
       t11-rb-supervisor-evt-proc.
           evaluate event-type
           when cmd-clicked
              perform t11-rb-perfil-evt-cmd-clicked
           when other
           end-evaluate.
      *
       t11-rb-atendente-evt-proc.
           evaluate event-type
           when cmd-clicked
              perform t11-rb-perfil-evt-cmd-clicked
           when other
           end-evaluate.
      *
       t11-rb-perfil-evt-cmd-clicked.
           inquire t11-rb-supervisor        value s11-tp-perfil.
           inquire t11-rb-atendente         value s11-tp-perfil.
