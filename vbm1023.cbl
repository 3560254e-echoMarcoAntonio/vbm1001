       identification                       division.
       program-id.                          vbm-1023.
       author.                              stanicki.
       date-written.                        set-2026.
      ******************************************************************
      *      restauracao dos arquivos do sistema a partir da           *
      *      salvaguarda vbm-bkup gerada pelo vbm-1022                 *
      *      recria cada arquivo indexado do zero com as imagens do    *
      *      bloco correspondente e prova a carga conferindo a         *
      *      contagem de registros e o hash das chaves contra o        *
      *      trailer de cada arquivo; qualquer divergencia sai no      *
      *      relatorio e no codigo de retorno                          *
      *      a salvaguarda sem cabecalho ou gerada com outra versao    *
      *      do layout das imagens e recusada antes de recriar         *
      *      qualquer arquivo                                          *
      ******************************************************************
       environment                          division.
       special-names.
           decimal-point is comma.
       input-output                         section.
       file-control.
           copy "vbm-tuto.sl".
           copy "vbm-pet.sl".
           copy "vbm-agnd.sl".
           copy "vbm-vacc.sl".
           copy "vbm-oper.sl".
           copy "vbm-cep.sl".
           copy "vbm-espe.sl".
           copy "vbm-raca.sl".
           copy "vbm-prsv.sl".
           copy "vbm-caix.sl".
           copy "vbm-prof.sl".
           copy "vbm-pron.sl".
           copy "vbm-pvac.sl".
           copy "vbm-espr.sl".
           copy "vbm-atut.sl".
           copy "vbm-apet.sl".
           copy "vbm-avac.sl".
           copy "vbm-ckpt.sl".
           copy "vbm-flog.sl".
           copy "vbm-lgac.sl".
           copy "vbm-sesc.sl".
           copy "vbm-mvcx.sl".
           copy "vbm-estc.sl".
           copy "vbm-pact.sl".
           copy "vbm-pcvd.sl".
           copy "vbm-pcus.sl".
           copy "vbm-psmu.sl".
           copy "vbm-estq.sl".
           copy "vbm-emin.sl".
           copy "vbm-entv.sl".
           copy "vbm-vlot.sl".
           copy "vbm-conc.sl".
           copy "vbm-ccai.sl".
           copy "vbm-nfse.sl".
           copy "vbm-fmsg.sl".
           copy "vbm-cfag.sl".
           copy "vbm-trpt.sl".
           copy "vbm-rcag.sl".
           copy "vbm-rcgr.sl".
           copy "vbm-cmrg.sl".
           copy "vbm-cmfc.sl".
           copy "vbm-cmap.sl".
           copy "vbm-lgpd.sl".
           copy "vbm-ttau.sl".
           copy "vbm-bkup.sl".
           copy "vbm-rrst.sl".
       data                                 division.
       file                                 section.
           copy "vbm-tuto.fd".
           copy "vbm-pet.fd".
           copy "vbm-agnd.fd".
           copy "vbm-vacc.fd".
           copy "vbm-oper.fd".
           copy "vbm-cep.fd".
           copy "vbm-espe.fd".
           copy "vbm-raca.fd".
           copy "vbm-prsv.fd".
           copy "vbm-caix.fd".
           copy "vbm-prof.fd".
           copy "vbm-pron.fd".
           copy "vbm-pvac.fd".
           copy "vbm-espr.fd".
           copy "vbm-atut.fd".
           copy "vbm-apet.fd".
           copy "vbm-avac.fd".
           copy "vbm-ckpt.fd".
           copy "vbm-flog.fd".
           copy "vbm-lgac.fd".
           copy "vbm-sesc.fd".
           copy "vbm-mvcx.fd".
           copy "vbm-estc.fd".
           copy "vbm-pact.fd".
           copy "vbm-pcvd.fd".
           copy "vbm-pcus.fd".
           copy "vbm-psmu.fd".
           copy "vbm-estq.fd".
           copy "vbm-emin.fd".
           copy "vbm-entv.fd".
           copy "vbm-vlot.fd".
           copy "vbm-conc.fd".
           copy "vbm-ccai.fd".
           copy "vbm-nfse.fd".
           copy "vbm-fmsg.fd".
           copy "vbm-cfag.fd".
           copy "vbm-trpt.fd".
           copy "vbm-rcag.fd".
           copy "vbm-rcgr.fd".
           copy "vbm-cmrg.fd".
           copy "vbm-cmfc.fd".
           copy "vbm-cmap.fd".
           copy "vbm-lgpd.fd".
           copy "vbm-ttau.fd".
           copy "vbm-bkup.fd".
           copy "vbm-rrst.fd".
      ******************************************************************
      *                        working storage                         *
      ******************************************************************
       working-storage                      section.
       77 fs-vbm-tuto pic xx.
          88 valid-vbm-tuto value "00" thru "09".
       77 fs-vbm-pet pic xx.
          88 valid-vbm-pet value "00" thru "09".
       77 fs-vbm-agnd pic xx.
          88 valid-vbm-agnd value "00" thru "09".
       77 fs-vbm-vacc pic xx.
          88 valid-vbm-vacc value "00" thru "09".
       77 fs-vbm-oper pic xx.
          88 valid-vbm-oper value "00" thru "09".
       77 fs-vbm-cep pic xx.
          88 valid-vbm-cep value "00" thru "09".
       77 fs-vbm-espe pic xx.
          88 valid-vbm-espe value "00" thru "09".
       77 fs-vbm-raca pic xx.
          88 valid-vbm-raca value "00" thru "09".
       77 fs-vbm-prsv pic xx.
          88 valid-vbm-prsv value "00" thru "09".
       77 fs-vbm-caix pic xx.
          88 valid-vbm-caix value "00" thru "09".
       77 fs-vbm-prof pic xx.
          88 valid-vbm-prof value "00" thru "09".
       77 fs-vbm-pron pic xx.
          88 valid-vbm-pron value "00" thru "09".
       77 fs-vbm-pvac pic xx.
          88 valid-vbm-pvac value "00" thru "09".
       77 fs-vbm-espr pic xx.
          88 valid-vbm-espr value "00" thru "09".
       77 fs-vbm-atut pic xx.
          88 valid-vbm-atut value "00" thru "09".
       77 fs-vbm-apet pic xx.
          88 valid-vbm-apet value "00" thru "09".
       77 fs-vbm-avac pic xx.
          88 valid-vbm-avac value "00" thru "09".
       77 fs-vbm-ckpt pic xx.
          88 valid-vbm-ckpt value "00" thru "09".
       77 fs-vbm-flog pic xx.
          88 valid-vbm-flog value "00" thru "09".
       77 fs-vbm-lgac pic xx.
          88 valid-vbm-lgac value "00" thru "09".
       77 fs-vbm-sesc pic xx.
          88 valid-vbm-sesc value "00" thru "09".
       77 fs-vbm-mvcx pic xx.
          88 valid-vbm-mvcx value "00" thru "09".
       77 fs-vbm-estc pic xx.
          88 valid-vbm-estc value "00" thru "09".
       77 fs-vbm-pact pic xx.
          88 valid-vbm-pact value "00" thru "09".
       77 fs-vbm-pcvd pic xx.
          88 valid-vbm-pcvd value "00" thru "09".
       77 fs-vbm-pcus pic xx.
          88 valid-vbm-pcus value "00" thru "09".
       77 fs-vbm-psmu pic xx.
          88 valid-vbm-psmu value "00" thru "09".
       77 fs-vbm-estq pic xx.
          88 valid-vbm-estq value "00" thru "09".
       77 fs-vbm-emin pic xx.
          88 valid-vbm-emin value "00" thru "09".
       77 fs-vbm-entv pic xx.
          88 valid-vbm-entv value "00" thru "09".
       77 fs-vbm-vlot pic xx.
          88 valid-vbm-vlot value "00" thru "09".
       77 fs-vbm-conc pic xx.
          88 valid-vbm-conc value "00" thru "09".
       77 fs-vbm-ccai pic xx.
          88 valid-vbm-ccai value "00" thru "09".
       77 fs-vbm-nfse pic xx.
          88 valid-vbm-nfse value "00" thru "09".
       77 fs-vbm-fmsg pic xx.
          88 valid-vbm-fmsg value "00" thru "09".
       77 fs-vbm-cfag pic xx.
          88 valid-vbm-cfag value "00" thru "09".
       77 fs-vbm-trpt pic xx.
          88 valid-vbm-trpt value "00" thru "09".
       77 fs-vbm-rcag pic xx.
          88 valid-vbm-rcag value "00" thru "09".
       77 fs-vbm-rcgr pic xx.
          88 valid-vbm-rcgr value "00" thru "09".
       77 fs-vbm-cmrg pic xx.
          88 valid-vbm-cmrg value "00" thru "09".
       77 fs-vbm-cmfc pic xx.
          88 valid-vbm-cmfc value "00" thru "09".
       77 fs-vbm-cmap pic xx.
          88 valid-vbm-cmap value "00" thru "09".
       77 fs-vbm-lgpd pic xx.
          88 valid-vbm-lgpd value "00" thru "09".
       77 fs-vbm-ttau pic xx.
          88 valid-vbm-ttau value "00" thru "09".
       77 fs-vbm-bkup pic xx.
          88 valid-vbm-bkup value "00" thru "09".
       77 fs-vbm-rrst pic xx.
          88 valid-vbm-rrst value "00" thru "09".
      *
       01 wss-controle-batch                pic 9(01).
          88 wss-fim-arquivo                value 1 false 0.
       01 wss-fl-destino-aberto             pic 9(01).
          88 wss-destino-aberto             value 1 false 0.
       01 wss-fl-destino-ok                 pic 9(01).
          88 wss-destino-ok                 value 1 false 0.
       01 wss-fl-erro-geral                 pic 9(01).
          88 wss-erro-geral                 value 1 false 0.
       01 wss-fl-header-ok                  pic 9(01).
          88 wss-header-ok                  value 1 false 0.
       01 ws-fs-destino                     pic x(02).
      *
       01 ws-arquivo-atual                  pic x(08).
       01 ws-imagem                         pic x(252).
       01 ws-qtd-arquivo                    pic 9(07) comp.
       01 ws-hash-arquivo                   pic 9(13).
       01 ws-hash-pos                       pic 9(02) comp.
       01 ws-hash-digito                    pic 9(01).
      *
       01 ws-versao-layout                  pic x(03) value "002".
      *
       01 ws-reg-header.
          03 filler                         pic x(01).
          03 wsh-dt-geracao                 pic 9(08).
          03 wsh-hr-geracao                 pic 9(06).
          03 wsh-versao-layout              pic x(03).
       01 ws-reg-arquivo.
          03 filler                         pic x(01).
          03 wsf-arquivo                    pic x(08).
       01 ws-reg-detalhe.
          03 filler                         pic x(01).
          03 wsd-arquivo                    pic x(08).
          03 wsd-imagem                     pic x(252).
       01 ws-reg-trailer-arq.
          03 filler                         pic x(01).
          03 wst-arquivo                    pic x(08).
          03 wst-qtd-registros              pic 9(07).
          03 wst-hash-chaves                pic 9(13).
       01 ws-reg-fim.
          03 filler                         pic x(01).
          03 wsz-qtd-arquivos               pic 9(03).
          03 wsz-qtd-registros              pic 9(09).
      *
      ******************************************************************
      *    imagem de vbm-ckpt na salvaguarda: os campos vem em         *
      *    digitos display (o contador do registro e comp) e sao       *
      *    remontados aqui na carga                                    *
      ******************************************************************
       01 ws-reg-ckpt-imagem.
          03 wsc-programa                   pic x(08).
          03 wsc-ult-registro-lido          pic 9(07).
          03 wsc-ult-cd-tutor-ok            pic 9(07).
          03 wsc-dt-atualizacao             pic 9(08).
          03 wsc-hr-atualizacao             pic 9(06).
      *
       01 ws-total-arquivos                 pic 9(03) comp.
       01 ws-total-registros                pic 9(09) comp.
       01 ws-total-divergentes              pic 9(03) comp.
      *
       01 ws-linha-titulo                   pic x(132).
       01 ws-linha-branco                   pic x(132) value spaces.
       01 ws-linha-geracao.
          03 filler                         pic x(25)
             value "salvaguarda gerada em..: ".
          03 wsg-data                       pic x(10).
          03 filler                         pic x(01) value space.
          03 wsg-hora                       pic x(08).
       01 ws-linha-recusa.
          03 filler                         pic x(25)
             value "salvaguarda recusada...: ".
          03 wsr-motivo                     pic x(60).
       01 ws-linha-cabecalho.
          03 filler                         pic x(09)
             value "arquivo ".
          03 filler                         pic x(10)
             value "restaurado".
          03 filler                         pic x(02) value spaces.
          03 filler                         pic x(09)
             value "trailer ".
          03 filler                         pic x(12)
             value "situacao".
       01 ws-linha-detalhe.
          03 wsl-arquivo                    pic x(08).
          03 filler                         pic x(01) value space.
          03 wsl-qtd                        pic z(08)9.
          03 filler                         pic x(02) value spaces.
          03 wsl-qtd-trailer                pic z(08)9.
          03 filler                         pic x(01) value space.
          03 wsl-situacao                   pic x(14).
       01 ws-linha-total.
          03 filler                         pic x(25).
          03 wsl-total                      pic z(08)9.
      ******************************************************************
      *                       procedure division                       *
      ******************************************************************
       procedure                            division.
           perform abrir-arquivos.
           perform restaurar-salvaguarda.
           perform imprimir-total.
           perform fechar-arquivos.
           goback.
      *
       abrir-arquivos.
           open input vbm-bkup.
           if not valid-vbm-bkup
              display "erro ao abrir o arquivo vbm-bkup! status: "
                      fs-vbm-bkup
              goback
           end-if.
           open output vbm-rrst.
           if not valid-vbm-rrst
              display "erro ao abrir o arquivo vbm-rrst! status: "
                      fs-vbm-rrst
              goback
           end-if.
           move "restauracao dos arquivos do sistema - vbm-1023"
                                             to ws-linha-titulo.
           write reg-rrst                   from ws-linha-titulo.
      *
       fechar-arquivos.
           close vbm-bkup.
           close vbm-rrst.
      *
       restaurar-salvaguarda.
           move zero                         to ws-total-arquivos.
           move zero                         to ws-total-registros.
           move zero                         to ws-total-divergentes.
           move spaces                       to ws-arquivo-atual.
           set wss-destino-aberto            to false.
           set wss-erro-geral                to false.
           set wss-header-ok                 to false.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-bkup
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 perform tratar-registro-salvaguarda
              end-if
           end-perform.
           if wss-destino-aberto
              move "sem trailer"             to wsl-situacao
              perform reportar-arquivo-incompleto
           end-if.
      *
       tratar-registro-salvaguarda.
           if not wss-header-ok and reg-bkup(1:1) not equal "H"
              move "salvaguarda sem registro de cabecalho"
                                             to wsr-motivo
              perform recusar-salvaguarda
              exit paragraph
           end-if.
           evaluate reg-bkup(1:1)
              when "H"
                 perform tratar-header
              when "F"
                 perform tratar-inicio-arquivo
              when "D"
                 perform tratar-detalhe
              when "T"
                 perform tratar-trailer-arquivo
              when "Z"
                 continue
              when other
                 display "registro invalido na salvaguarda: "
                         reg-bkup(1:9)
                 set wss-erro-geral          to true
           end-evaluate.
      *
       tratar-header.
           move reg-bkup                     to ws-reg-header.
           string
              wsh-dt-geracao(7:2)            delimited by size
              "/"
              wsh-dt-geracao(5:2)            delimited by size
              "/"
              wsh-dt-geracao(1:4)            delimited by size
              into wsg-data
           end-string.
           string
              wsh-hr-geracao(1:2)            delimited by size
              ":"
              wsh-hr-geracao(3:2)            delimited by size
              ":"
              wsh-hr-geracao(5:2)            delimited by size
              into wsg-hora
           end-string.
           write reg-rrst                   from ws-linha-geracao.
           write reg-rrst                   from ws-linha-branco.
           if wsh-versao-layout not equal ws-versao-layout
              move spaces                    to wsr-motivo
              string
                 "versao do layout "         delimited by size
                 wsh-versao-layout           delimited by size
                 " diferente da atual "      delimited by size
                 ws-versao-layout            delimited by size
                 into wsr-motivo
              end-string
              perform recusar-salvaguarda
              exit paragraph
           end-if.
           set wss-header-ok                 to true.
           write reg-rrst                   from ws-linha-cabecalho.
      *
      ******************************************************************
      *    salvaguarda recusada: as imagens nao correspondem aos       *
      *    layouts atuais e nenhum arquivo e recriado                  *
      ******************************************************************
       recusar-salvaguarda.
           display "salvaguarda recusada: " wsr-motivo.
           write reg-rrst                   from ws-linha-recusa.
           set wss-erro-geral                to true.
           set wss-fim-arquivo               to true.
           move 8                            to return-code.
      *
       tratar-inicio-arquivo.
           if wss-destino-aberto
              move "sem trailer"             to wsl-situacao
              perform reportar-arquivo-incompleto
           end-if.
           move reg-bkup                     to ws-reg-arquivo.
           move wsf-arquivo                  to ws-arquivo-atual.
           move zero                         to ws-qtd-arquivo.
           move zeros                        to ws-hash-arquivo.
           set wss-destino-ok                to true.
           add 1                             to ws-total-arquivos.
           perform abrir-arquivo-destino.
           if wss-destino-ok
              set wss-destino-aberto         to true
           else
              display "erro ao recriar o arquivo " ws-arquivo-atual
                      " status: " ws-fs-destino
              set wss-erro-geral             to true
           end-if.
      *
       tratar-detalhe.
           if not wss-destino-aberto
              exit paragraph
           end-if.
           move reg-bkup                     to ws-reg-detalhe.
           move wsd-imagem                   to ws-imagem.
           add 1                             to ws-qtd-arquivo.
           add 1                             to ws-total-registros.
           perform acumular-hash-chave.
           perform gravar-registro-destino.
           if not wss-destino-ok
              display "erro ao regravar registro em " ws-arquivo-atual
                      " status: " ws-fs-destino
              set wss-erro-geral             to true
              perform fechar-arquivo-destino
              set wss-destino-aberto         to false
           end-if.
      *
       acumular-hash-chave.
           perform varying ws-hash-pos from 1 by 1
                      until ws-hash-pos > 30
              if ws-imagem(ws-hash-pos:1) is numeric
                 move ws-imagem(ws-hash-pos:1)
                   to ws-hash-digito
                 compute ws-hash-arquivo = ws-hash-arquivo
                    + (ws-hash-digito * ws-hash-pos)
              end-if
           end-perform.
      *
      ******************************************************************
      *    trailer do arquivo: prova da carga - a contagem e o hash    *
      *    recalculados na restauracao devem bater com os gravados     *
      *    na salvaguarda                                              *
      ******************************************************************
       tratar-trailer-arquivo.
           move reg-bkup                     to ws-reg-trailer-arq.
           if wss-destino-aberto
              perform fechar-arquivo-destino
              set wss-destino-aberto         to false
           end-if.
           move ws-arquivo-atual             to wsl-arquivo.
           move ws-qtd-arquivo               to wsl-qtd.
           move wst-qtd-registros            to wsl-qtd-trailer.
           if ws-qtd-arquivo equal wst-qtd-registros
              and ws-hash-arquivo equal wst-hash-chaves
              move "ok"                      to wsl-situacao
           else
              move "divergente"              to wsl-situacao
              add 1                          to ws-total-divergentes
              set wss-erro-geral             to true
           end-if.
           write reg-rrst                   from ws-linha-detalhe.
           move spaces                       to ws-arquivo-atual.
      *
       reportar-arquivo-incompleto.
           perform fechar-arquivo-destino.
           set wss-destino-aberto            to false.
           move ws-arquivo-atual             to wsl-arquivo.
           move ws-qtd-arquivo               to wsl-qtd.
           move zero                         to wsl-qtd-trailer.
           add 1                             to ws-total-divergentes.
           set wss-erro-geral                to true.
           write reg-rrst                   from ws-linha-detalhe.
           move spaces                       to ws-arquivo-atual.
      *
       abrir-arquivo-destino.
           move "00"                         to ws-fs-destino.
           evaluate ws-arquivo-atual
              when "VBM-TUTO"
                 open output vbm-tuto
                 move fs-vbm-tuto            to ws-fs-destino
              when "VBM-PET"
                 open output vbm-pet
                 move fs-vbm-pet             to ws-fs-destino
              when "VBM-AGND"
                 open output vbm-agnd
                 move fs-vbm-agnd            to ws-fs-destino
              when "VBM-VACC"
                 open output vbm-vacc
                 move fs-vbm-vacc            to ws-fs-destino
              when "VBM-OPER"
                 open output vbm-oper
                 move fs-vbm-oper            to ws-fs-destino
              when "VBM-CEP"
                 open output vbm-cep
                 move fs-vbm-cep             to ws-fs-destino
              when "VBM-ESPE"
                 open output vbm-espe
                 move fs-vbm-espe            to ws-fs-destino
              when "VBM-RACA"
                 open output vbm-raca
                 move fs-vbm-raca            to ws-fs-destino
              when "VBM-PRSV"
                 open output vbm-prsv
                 move fs-vbm-prsv            to ws-fs-destino
              when "VBM-CAIX"
                 open output vbm-caix
                 move fs-vbm-caix            to ws-fs-destino
              when "VBM-PROF"
                 open output vbm-prof
                 move fs-vbm-prof            to ws-fs-destino
              when "VBM-PRON"
                 open output vbm-pron
                 move fs-vbm-pron            to ws-fs-destino
              when "VBM-PVAC"
                 open output vbm-pvac
                 move fs-vbm-pvac            to ws-fs-destino
              when "VBM-ESPR"
                 open output vbm-espr
                 move fs-vbm-espr            to ws-fs-destino
              when "VBM-ATUT"
                 open output vbm-atut
                 move fs-vbm-atut            to ws-fs-destino
              when "VBM-APET"
                 open output vbm-apet
                 move fs-vbm-apet            to ws-fs-destino
              when "VBM-AVAC"
                 open output vbm-avac
                 move fs-vbm-avac            to ws-fs-destino
              when "VBM-CKPT"
                 open output vbm-ckpt
                 move fs-vbm-ckpt            to ws-fs-destino
              when "VBM-FLOG"
                 open output vbm-flog
                 move fs-vbm-flog            to ws-fs-destino
              when "VBM-LGAC"
                 open output vbm-lgac
                 move fs-vbm-lgac            to ws-fs-destino
              when "VBM-SESC"
                 open output vbm-sesc
                 move fs-vbm-sesc            to ws-fs-destino
              when "VBM-MVCX"
                 open output vbm-mvcx
                 move fs-vbm-mvcx            to ws-fs-destino
              when "VBM-ESTC"
                 open output vbm-estc
                 move fs-vbm-estc            to ws-fs-destino
              when "VBM-PACT"
                 open output vbm-pact
                 move fs-vbm-pact            to ws-fs-destino
              when "VBM-PCVD"
                 open output vbm-pcvd
                 move fs-vbm-pcvd            to ws-fs-destino
              when "VBM-PCUS"
                 open output vbm-pcus
                 move fs-vbm-pcus            to ws-fs-destino
              when "VBM-PSMU"
                 open output vbm-psmu
                 move fs-vbm-psmu            to ws-fs-destino
              when "VBM-ESTQ"
                 open output vbm-estq
                 move fs-vbm-estq            to ws-fs-destino
              when "VBM-EMIN"
                 open output vbm-emin
                 move fs-vbm-emin            to ws-fs-destino
              when "VBM-ENTV"
                 open output vbm-entv
                 move fs-vbm-entv            to ws-fs-destino
              when "VBM-VLOT"
                 open output vbm-vlot
                 move fs-vbm-vlot            to ws-fs-destino
              when "VBM-CONC"
                 open output vbm-conc
                 move fs-vbm-conc            to ws-fs-destino
              when "VBM-CCAI"
                 open output vbm-ccai
                 move fs-vbm-ccai            to ws-fs-destino
              when "VBM-NFSE"
                 open output vbm-nfse
                 move fs-vbm-nfse            to ws-fs-destino
              when "VBM-FMSG"
                 open output vbm-fmsg
                 move fs-vbm-fmsg            to ws-fs-destino
              when "VBM-CFAG"
                 open output vbm-cfag
                 move fs-vbm-cfag            to ws-fs-destino
              when "VBM-TRPT"
                 open output vbm-trpt
                 move fs-vbm-trpt            to ws-fs-destino
              when "VBM-RCAG"
                 open output vbm-rcag
                 move fs-vbm-rcag            to ws-fs-destino
              when "VBM-RCGR"
                 open output vbm-rcgr
                 move fs-vbm-rcgr            to ws-fs-destino
              when "VBM-CMRG"
                 open output vbm-cmrg
                 move fs-vbm-cmrg            to ws-fs-destino
              when "VBM-CMFC"
                 open output vbm-cmfc
                 move fs-vbm-cmfc            to ws-fs-destino
              when "VBM-CMAP"
                 open output vbm-cmap
                 move fs-vbm-cmap            to ws-fs-destino
              when "VBM-LGPD"
                 open output vbm-lgpd
                 move fs-vbm-lgpd            to ws-fs-destino
              when "VBM-TTAU"
                 open output vbm-ttau
                 move fs-vbm-ttau            to ws-fs-destino
              when other
                 move "99"                   to ws-fs-destino
           end-evaluate.
           if ws-fs-destino > "09"
              set wss-destino-ok             to false
           end-if.
      *
       gravar-registro-destino.
           move "00"                         to ws-fs-destino.
           evaluate ws-arquivo-atual
              when "VBM-TUTO"
                 move ws-imagem              to reg-tuto
                 write reg-tuto
                 move fs-vbm-tuto            to ws-fs-destino
              when "VBM-PET"
                 move ws-imagem              to reg-pet
                 write reg-pet
                 move fs-vbm-pet             to ws-fs-destino
              when "VBM-AGND"
                 move ws-imagem              to reg-agnd
                 write reg-agnd
                 move fs-vbm-agnd            to ws-fs-destino
              when "VBM-VACC"
                 move ws-imagem              to reg-vacc
                 write reg-vacc
                 move fs-vbm-vacc            to ws-fs-destino
              when "VBM-OPER"
                 move ws-imagem              to reg-oper
                 write reg-oper
                 move fs-vbm-oper            to ws-fs-destino
              when "VBM-CEP"
                 move ws-imagem              to reg-cep
                 write reg-cep
                 move fs-vbm-cep             to ws-fs-destino
              when "VBM-ESPE"
                 move ws-imagem              to reg-espe
                 write reg-espe
                 move fs-vbm-espe            to ws-fs-destino
              when "VBM-RACA"
                 move ws-imagem              to reg-raca
                 write reg-raca
                 move fs-vbm-raca            to ws-fs-destino
              when "VBM-PRSV"
                 move ws-imagem              to reg-prsv
                 write reg-prsv
                 move fs-vbm-prsv            to ws-fs-destino
              when "VBM-CAIX"
                 move ws-imagem              to reg-caix
                 write reg-caix
                 move fs-vbm-caix            to ws-fs-destino
              when "VBM-PROF"
                 move ws-imagem              to reg-prof
                 write reg-prof
                 move fs-vbm-prof            to ws-fs-destino
              when "VBM-PRON"
                 move ws-imagem              to reg-pron
                 write reg-pron
                 move fs-vbm-pron            to ws-fs-destino
              when "VBM-PVAC"
                 move ws-imagem              to reg-pvac
                 write reg-pvac
                 move fs-vbm-pvac            to ws-fs-destino
              when "VBM-ESPR"
                 move ws-imagem              to reg-espr
                 write reg-espr
                 move fs-vbm-espr            to ws-fs-destino
              when "VBM-ATUT"
                 move ws-imagem              to reg-atut
                 write reg-atut
                 move fs-vbm-atut            to ws-fs-destino
              when "VBM-APET"
                 move ws-imagem              to reg-apet
                 write reg-apet
                 move fs-vbm-apet            to ws-fs-destino
              when "VBM-AVAC"
                 move ws-imagem              to reg-avac
                 write reg-avac
                 move fs-vbm-avac            to ws-fs-destino
              when "VBM-CKPT"
                 move ws-imagem              to ws-reg-ckpt-imagem
                 initialize reg-ckpt
                 move wsc-programa           to ckpt-programa
                 move wsc-ult-registro-lido
                   to ckpt-ult-registro-lido
                 move wsc-ult-cd-tutor-ok    to ckpt-ult-cd-tutor-ok
                 move wsc-dt-atualizacao     to ckpt-dt-atualizacao
                 move wsc-hr-atualizacao     to ckpt-hr-atualizacao
                 write reg-ckpt
                 move fs-vbm-ckpt            to ws-fs-destino
              when "VBM-FLOG"
                 move ws-imagem              to reg-flog
                 write reg-flog
                 move fs-vbm-flog            to ws-fs-destino
              when "VBM-LGAC"
                 move ws-imagem              to reg-lgac
                 write reg-lgac
                 move fs-vbm-lgac            to ws-fs-destino
              when "VBM-SESC"
                 move ws-imagem              to reg-sesc
                 write reg-sesc
                 move fs-vbm-sesc            to ws-fs-destino
              when "VBM-MVCX"
                 move ws-imagem              to reg-mvcx
                 write reg-mvcx
                 move fs-vbm-mvcx            to ws-fs-destino
              when "VBM-ESTC"
                 move ws-imagem              to reg-estc
                 write reg-estc
                 move fs-vbm-estc            to ws-fs-destino
              when "VBM-PACT"
                 move ws-imagem              to reg-pact
                 write reg-pact
                 move fs-vbm-pact            to ws-fs-destino
              when "VBM-PCVD"
                 move ws-imagem              to reg-pcvd
                 write reg-pcvd
                 move fs-vbm-pcvd            to ws-fs-destino
              when "VBM-PCUS"
                 move ws-imagem              to reg-pcus
                 write reg-pcus
                 move fs-vbm-pcus            to ws-fs-destino
              when "VBM-PSMU"
                 move ws-imagem              to reg-psmu
                 write reg-psmu
                 move fs-vbm-psmu            to ws-fs-destino
              when "VBM-ESTQ"
                 move ws-imagem              to reg-estq
                 write reg-estq
                 move fs-vbm-estq            to ws-fs-destino
              when "VBM-EMIN"
                 move ws-imagem              to reg-emin
                 write reg-emin
                 move fs-vbm-emin            to ws-fs-destino
              when "VBM-ENTV"
                 move ws-imagem              to reg-entv
                 write reg-entv
                 move fs-vbm-entv            to ws-fs-destino
              when "VBM-VLOT"
                 move ws-imagem              to reg-vlot
                 write reg-vlot
                 move fs-vbm-vlot            to ws-fs-destino
              when "VBM-CONC"
                 move ws-imagem              to reg-conc
                 write reg-conc
                 move fs-vbm-conc            to ws-fs-destino
              when "VBM-CCAI"
                 move ws-imagem              to reg-ccai
                 write reg-ccai
                 move fs-vbm-ccai            to ws-fs-destino
              when "VBM-NFSE"
                 move ws-imagem              to reg-nfse
                 write reg-nfse
                 move fs-vbm-nfse            to ws-fs-destino
              when "VBM-FMSG"
                 move ws-imagem              to reg-fmsg
                 write reg-fmsg
                 move fs-vbm-fmsg            to ws-fs-destino
              when "VBM-CFAG"
                 move ws-imagem              to reg-cfag
                 write reg-cfag
                 move fs-vbm-cfag            to ws-fs-destino
              when "VBM-TRPT"
                 move ws-imagem              to reg-trpt
                 write reg-trpt
                 move fs-vbm-trpt            to ws-fs-destino
              when "VBM-RCAG"
                 move ws-imagem              to reg-rcag
                 write reg-rcag
                 move fs-vbm-rcag            to ws-fs-destino
              when "VBM-RCGR"
                 move ws-imagem              to reg-rcgr
                 write reg-rcgr
                 move fs-vbm-rcgr            to ws-fs-destino
              when "VBM-CMRG"
                 move ws-imagem              to reg-cmrg
                 write reg-cmrg
                 move fs-vbm-cmrg            to ws-fs-destino
              when "VBM-CMFC"
                 move ws-imagem              to reg-cmfc
                 write reg-cmfc
                 move fs-vbm-cmfc            to ws-fs-destino
              when "VBM-CMAP"
                 move ws-imagem              to reg-cmap
                 write reg-cmap
                 move fs-vbm-cmap            to ws-fs-destino
              when "VBM-LGPD"
                 move ws-imagem              to reg-lgpd
                 write reg-lgpd
                 move fs-vbm-lgpd            to ws-fs-destino
              when "VBM-TTAU"
                 move ws-imagem              to reg-ttau
                 write reg-ttau
                 move fs-vbm-ttau            to ws-fs-destino
              when other
                 move "99"                   to ws-fs-destino
           end-evaluate.
           if ws-fs-destino > "09"
              set wss-destino-ok             to false
           end-if.
      *
       fechar-arquivo-destino.
           evaluate ws-arquivo-atual
              when "VBM-TUTO"
                 close vbm-tuto
              when "VBM-PET"
                 close vbm-pet
              when "VBM-AGND"
                 close vbm-agnd
              when "VBM-VACC"
                 close vbm-vacc
              when "VBM-OPER"
                 close vbm-oper
              when "VBM-CEP"
                 close vbm-cep
              when "VBM-ESPE"
                 close vbm-espe
              when "VBM-RACA"
                 close vbm-raca
              when "VBM-PRSV"
                 close vbm-prsv
              when "VBM-CAIX"
                 close vbm-caix
              when "VBM-PROF"
                 close vbm-prof
              when "VBM-PRON"
                 close vbm-pron
              when "VBM-PVAC"
                 close vbm-pvac
              when "VBM-ESPR"
                 close vbm-espr
              when "VBM-ATUT"
                 close vbm-atut
              when "VBM-APET"
                 close vbm-apet
              when "VBM-AVAC"
                 close vbm-avac
              when "VBM-CKPT"
                 close vbm-ckpt
              when "VBM-FLOG"
                 close vbm-flog
              when "VBM-LGAC"
                 close vbm-lgac
              when "VBM-SESC"
                 close vbm-sesc
              when "VBM-MVCX"
                 close vbm-mvcx
              when "VBM-ESTC"
                 close vbm-estc
              when "VBM-PACT"
                 close vbm-pact
              when "VBM-PCVD"
                 close vbm-pcvd
              when "VBM-PCUS"
                 close vbm-pcus
              when "VBM-PSMU"
                 close vbm-psmu
              when "VBM-ESTQ"
                 close vbm-estq
              when "VBM-EMIN"
                 close vbm-emin
              when "VBM-ENTV"
                 close vbm-entv
              when "VBM-VLOT"
                 close vbm-vlot
              when "VBM-CONC"
                 close vbm-conc
              when "VBM-CCAI"
                 close vbm-ccai
              when "VBM-NFSE"
                 close vbm-nfse
              when "VBM-FMSG"
                 close vbm-fmsg
              when "VBM-CFAG"
                 close vbm-cfag
              when "VBM-TRPT"
                 close vbm-trpt
              when "VBM-RCAG"
                 close vbm-rcag
              when "VBM-RCGR"
                 close vbm-rcgr
              when "VBM-CMRG"
                 close vbm-cmrg
              when "VBM-CMFC"
                 close vbm-cmfc
              when "VBM-CMAP"
                 close vbm-cmap
              when "VBM-LGPD"
                 close vbm-lgpd
              when "VBM-TTAU"
                 close vbm-ttau
              when other
                 continue
           end-evaluate.
      *
       imprimir-total.
           write reg-rrst                    from ws-linha-branco.
           move "arquivos restaurados...: "  to ws-linha-total.
           move ws-total-arquivos            to wsl-total.
           write reg-rrst                    from ws-linha-total.
           move "registros carregados...: "  to ws-linha-total.
           move ws-total-registros           to wsl-total.
           write reg-rrst                    from ws-linha-total.
           move "arquivos divergentes...: "  to ws-linha-total.
           move ws-total-divergentes         to wsl-total.
           write reg-rrst                    from ws-linha-total.
           if wss-erro-geral
              move 8                         to return-code
           end-if.
