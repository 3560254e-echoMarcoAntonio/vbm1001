       identification                       division.
       program-id.                          vbm-1022.
       author.                              stanicki.
       date-written.                        set-2026.
      ******************************************************************
      *      salvaguarda e verificacao dos arquivos do sistema         *
      *      descarrega todos os arquivos indexados (e a trilha de     *
      *      auditoria) para o arquivo sequencial vbm-bkup, com um     *
      *      trailer por arquivo carregando a contagem de registros    *
      *      e o hash das chaves, no estilo do trailer que o           *
      *      vbm-1013 grava no intercambio; a restauracao e feita      *
      *      pelo vbm-1023                                             *
      *                                                                *
      *      com a variavel de ambiente VBM-1022-MODO = VERIFICAR o    *
      *      processamento apenas le cada arquivo do inicio ao fim,    *
      *      sem gravar a salvaguarda, para detectar um indice         *
      *      corrompido antes da abertura da loja                      *
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
           copy "vbm-rbkp.sl".
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
           copy "vbm-rbkp.fd".
      ******************************************************************
      *                        working storage                         *
      ******************************************************************
       working-storage                      section.
       77 fs-vbm-tuto pic xx.
          88 valid-vbm-tuto value "00" thru "09".
          88 inexistente-vbm-tuto value "35".
       77 fs-vbm-pet pic xx.
          88 valid-vbm-pet value "00" thru "09".
          88 inexistente-vbm-pet value "35".
       77 fs-vbm-agnd pic xx.
          88 valid-vbm-agnd value "00" thru "09".
          88 inexistente-vbm-agnd value "35".
       77 fs-vbm-vacc pic xx.
          88 valid-vbm-vacc value "00" thru "09".
          88 inexistente-vbm-vacc value "35".
       77 fs-vbm-oper pic xx.
          88 valid-vbm-oper value "00" thru "09".
          88 inexistente-vbm-oper value "35".
       77 fs-vbm-cep pic xx.
          88 valid-vbm-cep value "00" thru "09".
          88 inexistente-vbm-cep value "35".
       77 fs-vbm-espe pic xx.
          88 valid-vbm-espe value "00" thru "09".
          88 inexistente-vbm-espe value "35".
       77 fs-vbm-raca pic xx.
          88 valid-vbm-raca value "00" thru "09".
          88 inexistente-vbm-raca value "35".
       77 fs-vbm-prsv pic xx.
          88 valid-vbm-prsv value "00" thru "09".
          88 inexistente-vbm-prsv value "35".
       77 fs-vbm-caix pic xx.
          88 valid-vbm-caix value "00" thru "09".
          88 inexistente-vbm-caix value "35".
       77 fs-vbm-prof pic xx.
          88 valid-vbm-prof value "00" thru "09".
          88 inexistente-vbm-prof value "35".
       77 fs-vbm-pron pic xx.
          88 valid-vbm-pron value "00" thru "09".
          88 inexistente-vbm-pron value "35".
       77 fs-vbm-pvac pic xx.
          88 valid-vbm-pvac value "00" thru "09".
          88 inexistente-vbm-pvac value "35".
       77 fs-vbm-espr pic xx.
          88 valid-vbm-espr value "00" thru "09".
          88 inexistente-vbm-espr value "35".
       77 fs-vbm-atut pic xx.
          88 valid-vbm-atut value "00" thru "09".
          88 inexistente-vbm-atut value "35".
       77 fs-vbm-apet pic xx.
          88 valid-vbm-apet value "00" thru "09".
          88 inexistente-vbm-apet value "35".
       77 fs-vbm-avac pic xx.
          88 valid-vbm-avac value "00" thru "09".
          88 inexistente-vbm-avac value "35".
       77 fs-vbm-ckpt pic xx.
          88 valid-vbm-ckpt value "00" thru "09".
          88 inexistente-vbm-ckpt value "35".
       77 fs-vbm-flog pic xx.
          88 valid-vbm-flog value "00" thru "09".
          88 inexistente-vbm-flog value "35".
       77 fs-vbm-lgac pic xx.
          88 valid-vbm-lgac value "00" thru "09".
          88 inexistente-vbm-lgac value "35".
       77 fs-vbm-sesc pic xx.
          88 valid-vbm-sesc value "00" thru "09".
          88 inexistente-vbm-sesc value "35".
       77 fs-vbm-mvcx pic xx.
          88 valid-vbm-mvcx value "00" thru "09".
          88 inexistente-vbm-mvcx value "35".
       77 fs-vbm-estc pic xx.
          88 valid-vbm-estc value "00" thru "09".
          88 inexistente-vbm-estc value "35".
       77 fs-vbm-pact pic xx.
          88 valid-vbm-pact value "00" thru "09".
          88 inexistente-vbm-pact value "35".
       77 fs-vbm-pcvd pic xx.
          88 valid-vbm-pcvd value "00" thru "09".
          88 inexistente-vbm-pcvd value "35".
       77 fs-vbm-pcus pic xx.
          88 valid-vbm-pcus value "00" thru "09".
          88 inexistente-vbm-pcus value "35".
       77 fs-vbm-psmu pic xx.
          88 valid-vbm-psmu value "00" thru "09".
          88 inexistente-vbm-psmu value "35".
       77 fs-vbm-estq pic xx.
          88 valid-vbm-estq value "00" thru "09".
          88 inexistente-vbm-estq value "35".
       77 fs-vbm-emin pic xx.
          88 valid-vbm-emin value "00" thru "09".
          88 inexistente-vbm-emin value "35".
       77 fs-vbm-entv pic xx.
          88 valid-vbm-entv value "00" thru "09".
          88 inexistente-vbm-entv value "35".
       77 fs-vbm-vlot pic xx.
          88 valid-vbm-vlot value "00" thru "09".
          88 inexistente-vbm-vlot value "35".
       77 fs-vbm-conc pic xx.
          88 valid-vbm-conc value "00" thru "09".
          88 inexistente-vbm-conc value "35".
       77 fs-vbm-ccai pic xx.
          88 valid-vbm-ccai value "00" thru "09".
          88 inexistente-vbm-ccai value "35".
       77 fs-vbm-nfse pic xx.
          88 valid-vbm-nfse value "00" thru "09".
          88 inexistente-vbm-nfse value "35".
       77 fs-vbm-fmsg pic xx.
          88 valid-vbm-fmsg value "00" thru "09".
          88 inexistente-vbm-fmsg value "35".
       77 fs-vbm-cfag pic xx.
          88 valid-vbm-cfag value "00" thru "09".
          88 inexistente-vbm-cfag value "35".
       77 fs-vbm-trpt pic xx.
          88 valid-vbm-trpt value "00" thru "09".
          88 inexistente-vbm-trpt value "35".
       77 fs-vbm-rcag pic xx.
          88 valid-vbm-rcag value "00" thru "09".
          88 inexistente-vbm-rcag value "35".
       77 fs-vbm-rcgr pic xx.
          88 valid-vbm-rcgr value "00" thru "09".
          88 inexistente-vbm-rcgr value "35".
       77 fs-vbm-cmrg pic xx.
          88 valid-vbm-cmrg value "00" thru "09".
          88 inexistente-vbm-cmrg value "35".
       77 fs-vbm-cmfc pic xx.
          88 valid-vbm-cmfc value "00" thru "09".
          88 inexistente-vbm-cmfc value "35".
       77 fs-vbm-cmap pic xx.
          88 valid-vbm-cmap value "00" thru "09".
          88 inexistente-vbm-cmap value "35".
       77 fs-vbm-lgpd pic xx.
          88 valid-vbm-lgpd value "00" thru "09".
          88 inexistente-vbm-lgpd value "35".
       77 fs-vbm-ttau pic xx.
          88 valid-vbm-ttau value "00" thru "09".
          88 inexistente-vbm-ttau value "35".
       77 fs-vbm-bkup pic xx.
          88 valid-vbm-bkup value "00" thru "09".
       77 fs-vbm-rbkp pic xx.
          88 valid-vbm-rbkp value "00" thru "09".
      *
       01 wss-controle-batch                pic 9(01).
          88 wss-fim-arquivo                value 1 false 0.
       01 wss-fl-modo                       pic 9(01).
          88 wss-verificacao                value 1 false 0.
       01 wss-fl-arquivo-ok                 pic 9(01).
          88 wss-arquivo-ok                 value 1 false 0.
       01 wss-fl-erro-geral                 pic 9(01).
          88 wss-erro-geral                 value 1 false 0.
      *
       01 ws-modo-x                         pic x(09).
      *
       01 ws-arquivo-atual                  pic x(08).
       01 ws-situacao-arquivo               pic x(10).
       01 ws-status-arquivo                 pic x(02).
       01 ws-imagem                         pic x(252).
       01 ws-qtd-arquivo                    pic 9(07) comp.
       01 ws-hash-arquivo                   pic 9(13).
       01 ws-hash-pos                       pic 9(02) comp.
       01 ws-hash-digito                    pic 9(01).
      *
       01 ws-data-geracao                   pic 9(08).
       01 ws-hora-geracao                   pic 9(08).
       01 ws-versao-layout                  pic x(03) value "002".
      *
       01 ws-reg-header.
          03 filler                         pic x(01) value "H".
          03 wsh-dt-geracao                 pic 9(08).
          03 wsh-hr-geracao                 pic 9(06).
          03 wsh-versao-layout              pic x(03).
       01 ws-reg-arquivo.
          03 filler                         pic x(01) value "F".
          03 wsf-arquivo                    pic x(08).
       01 ws-reg-detalhe.
          03 filler                         pic x(01) value "D".
          03 wsd-arquivo                    pic x(08).
          03 wsd-imagem                     pic x(252).
       01 ws-reg-trailer-arq.
          03 filler                         pic x(01) value "T".
          03 wst-arquivo                    pic x(08).
          03 wst-qtd-registros              pic 9(07).
          03 wst-hash-chaves                pic 9(13).
       01 ws-reg-fim.
          03 filler                         pic x(01) value "Z".
          03 wsz-qtd-arquivos               pic 9(03).
          03 wsz-qtd-registros              pic 9(09).
      *
      ******************************************************************
      *    imagem de vbm-ckpt na salvaguarda: o contador binario       *
      *    (comp) do registro e desdobrado em digitos display,         *
      *    porque um byte de controle dentro do binario quebraria o    *
      *    enquadramento do arquivo sequencial de linhas               *
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
       01 ws-total-com-erro                 pic 9(03) comp.
      *
       01 ws-linha-titulo                   pic x(132).
       01 ws-linha-branco                   pic x(132) value spaces.
       01 ws-linha-cabecalho.
          03 filler                         pic x(09)
             value "arquivo ".
          03 filler                         pic x(10)
             value "registros ".
          03 filler                         pic x(15)
             value "hash chaves ".
          03 filler                         pic x(10)
             value "situacao".
       01 ws-linha-detalhe.
          03 wsl-arquivo                    pic x(08).
          03 filler                         pic x(01) value space.
          03 wsl-qtd                        pic z(08)9.
          03 filler                         pic x(01) value space.
          03 wsl-hash                       pic 9(13).
          03 filler                         pic x(01) value space.
          03 wsl-situacao                   pic x(10).
          03 filler                         pic x(01) value space.
          03 wsl-status                     pic x(02).
       01 ws-linha-total.
          03 filler                         pic x(25).
          03 wsl-total                      pic z(08)9.
      ******************************************************************
      *                       procedure division                       *
      ******************************************************************
       procedure                            division.
           perform carregar-modo.
           perform abrir-arquivos.
           perform gravar-header.
           perform copiar-arquivos.
           perform gravar-fim.
           perform imprimir-total.
           perform fechar-arquivos.
           goback.
      *
       carregar-modo.
           set wss-verificacao               to false.
           move spaces                       to ws-modo-x.
           accept ws-modo-x                 from environment
                                            "VBM-1022-MODO".
           if ws-modo-x equal "VERIFICAR"
              set wss-verificacao            to true
           end-if.
      *
       abrir-arquivos.
           if not wss-verificacao
              open output vbm-bkup
              if not valid-vbm-bkup
                 display "erro ao abrir o arquivo vbm-bkup! status: "
                         fs-vbm-bkup
                 goback
              end-if
           end-if.
           open output vbm-rbkp.
           if not valid-vbm-rbkp
              display "erro ao abrir o arquivo vbm-rbkp! status: "
                      fs-vbm-rbkp
              goback
           end-if.
           if wss-verificacao
              move "verificacao dos arquivos do sistema - vbm-1022"
                                             to ws-linha-titulo
           else
              move "salvaguarda dos arquivos do sistema - vbm-1022"
                                             to ws-linha-titulo
           end-if.
           write reg-rbkp                   from ws-linha-titulo.
           write reg-rbkp                   from ws-linha-branco.
           write reg-rbkp                   from ws-linha-cabecalho.
      *
       fechar-arquivos.
           if not wss-verificacao
              close vbm-bkup
           end-if.
           close vbm-rbkp.
      *
       gravar-header.
           move zero                         to ws-total-arquivos.
           move zero                         to ws-total-registros.
           move zero                         to ws-total-com-erro.
           set wss-erro-geral                to false.
           if wss-verificacao
              exit paragraph
           end-if.
           accept ws-data-geracao            from date yyyymmdd.
           accept ws-hora-geracao            from time.
           move ws-data-geracao              to wsh-dt-geracao.
           divide ws-hora-geracao by 100 giving wsh-hr-geracao.
           move ws-versao-layout             to wsh-versao-layout.
           move spaces                       to reg-bkup.
           write reg-bkup                   from ws-reg-header.
           add 1                             to ws-total-registros.
      *
       copiar-arquivos.
           perform copiar-vbm-tuto.
           perform copiar-vbm-pet.
           perform copiar-vbm-agnd.
           perform copiar-vbm-vacc.
           perform copiar-vbm-oper.
           perform copiar-vbm-cep.
           perform copiar-vbm-espe.
           perform copiar-vbm-raca.
           perform copiar-vbm-prsv.
           perform copiar-vbm-caix.
           perform copiar-vbm-prof.
           perform copiar-vbm-pron.
           perform copiar-vbm-pvac.
           perform copiar-vbm-espr.
           perform copiar-vbm-atut.
           perform copiar-vbm-apet.
           perform copiar-vbm-avac.
           perform copiar-vbm-ckpt.
           perform copiar-vbm-flog.
           perform copiar-vbm-lgac.
           perform copiar-vbm-sesc.
           perform copiar-vbm-mvcx.
           perform copiar-vbm-estc.
           perform copiar-vbm-pact.
           perform copiar-vbm-pcvd.
           perform copiar-vbm-pcus.
           perform copiar-vbm-psmu.
           perform copiar-vbm-estq.
           perform copiar-vbm-emin.
           perform copiar-vbm-entv.
           perform copiar-vbm-vlot.
           perform copiar-vbm-conc.
           perform copiar-vbm-ccai.
           perform copiar-vbm-nfse.
           perform copiar-vbm-fmsg.
           perform copiar-vbm-cfag.
           perform copiar-vbm-trpt.
           perform copiar-vbm-rcag.
           perform copiar-vbm-rcgr.
           perform copiar-vbm-cmrg.
           perform copiar-vbm-cmfc.
           perform copiar-vbm-cmap.
           perform copiar-vbm-lgpd.
           perform copiar-vbm-ttau.
      *
      ******************************************************************
      *    rotinas comuns da copia: abertura do bloco do arquivo,      *
      *    gravacao da imagem com contagem e hash das chaves (soma     *
      *    ponderada dos digitos dos 30 primeiros bytes, onde ficam    *
      *    as chaves de todos os layouts) e trailer do arquivo         *
      ******************************************************************
       iniciar-arquivo-backup.
           move zero                         to ws-qtd-arquivo.
           move zeros                        to ws-hash-arquivo.
           move "ok"                         to ws-situacao-arquivo.
           move spaces                       to ws-status-arquivo.
           set wss-arquivo-ok                to true.
           add 1                             to ws-total-arquivos.
           if wss-verificacao
              exit paragraph
           end-if.
           move ws-arquivo-atual             to wsf-arquivo.
           move spaces                       to reg-bkup.
           write reg-bkup                   from ws-reg-arquivo.
           add 1                             to ws-total-registros.
      *
       gravar-imagem-backup.
           add 1                             to ws-qtd-arquivo.
           perform acumular-hash-chave.
           if wss-verificacao
              exit paragraph
           end-if.
           move ws-arquivo-atual             to wsd-arquivo.
           move ws-imagem                    to wsd-imagem.
           move spaces                       to reg-bkup.
           write reg-bkup                   from ws-reg-detalhe.
           add 1                             to ws-total-registros.
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
       finalizar-arquivo-backup.
           if not wss-verificacao
              move ws-arquivo-atual          to wst-arquivo
              move ws-qtd-arquivo            to wst-qtd-registros
              move ws-hash-arquivo           to wst-hash-chaves
              move spaces                    to reg-bkup
              write reg-bkup                from ws-reg-trailer-arq
              add 1                          to ws-total-registros
           end-if.
           if not wss-arquivo-ok
              add 1                          to ws-total-com-erro
              set wss-erro-geral             to true
           end-if.
           move ws-arquivo-atual             to wsl-arquivo.
           move ws-qtd-arquivo               to wsl-qtd.
           move ws-hash-arquivo              to wsl-hash.
           move ws-situacao-arquivo          to wsl-situacao.
           move ws-status-arquivo            to wsl-status.
           write reg-rbkp                   from ws-linha-detalhe.
      *
       registrar-erro-arquivo.
           move "erro"                       to ws-situacao-arquivo.
           set wss-arquivo-ok                to false.
      *
      ******************************************************************
      *    uma rotina de copia por arquivo: le do inicio ao fim pela   *
      *    ordem fisica do indice; qualquer status de erro na          *
      *    leitura aponta indice corrompido e marca o arquivo          *
      ******************************************************************
       copiar-vbm-tuto.
           move "VBM-TUTO"                   to ws-arquivo-atual.
           perform iniciar-arquivo-backup.
           open input vbm-tuto.
           if inexistente-vbm-tuto
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           if not valid-vbm-tuto
              move fs-vbm-tuto               to ws-status-arquivo
              perform registrar-erro-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-tuto next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-tuto
                    move spaces              to ws-imagem
                    move reg-tuto            to ws-imagem
                    perform gravar-imagem-backup
                 else
                    move fs-vbm-tuto         to ws-status-arquivo
                    perform registrar-erro-arquivo
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-tuto.
           perform finalizar-arquivo-backup.
      *
       copiar-vbm-pet.
           move "VBM-PET"                    to ws-arquivo-atual.
           perform iniciar-arquivo-backup.
           open input vbm-pet.
           if inexistente-vbm-pet
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           if not valid-vbm-pet
              move fs-vbm-pet                to ws-status-arquivo
              perform registrar-erro-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-pet next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-pet
                    move spaces              to ws-imagem
                    move reg-pet             to ws-imagem
                    perform gravar-imagem-backup
                 else
                    move fs-vbm-pet          to ws-status-arquivo
                    perform registrar-erro-arquivo
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-pet.
           perform finalizar-arquivo-backup.
      *
       copiar-vbm-agnd.
           move "VBM-AGND"                   to ws-arquivo-atual.
           perform iniciar-arquivo-backup.
           open input vbm-agnd.
           if inexistente-vbm-agnd
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           if not valid-vbm-agnd
              move fs-vbm-agnd               to ws-status-arquivo
              perform registrar-erro-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-agnd next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-agnd
                    move spaces              to ws-imagem
                    move reg-agnd            to ws-imagem
                    perform gravar-imagem-backup
                 else
                    move fs-vbm-agnd         to ws-status-arquivo
                    perform registrar-erro-arquivo
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-agnd.
           perform finalizar-arquivo-backup.
      *
       copiar-vbm-vacc.
           move "VBM-VACC"                   to ws-arquivo-atual.
           perform iniciar-arquivo-backup.
           open input vbm-vacc.
           if inexistente-vbm-vacc
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           if not valid-vbm-vacc
              move fs-vbm-vacc               to ws-status-arquivo
              perform registrar-erro-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-vacc next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-vacc
                    move spaces              to ws-imagem
                    move reg-vacc            to ws-imagem
                    perform gravar-imagem-backup
                 else
                    move fs-vbm-vacc         to ws-status-arquivo
                    perform registrar-erro-arquivo
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-vacc.
           perform finalizar-arquivo-backup.
      *
       copiar-vbm-oper.
           move "VBM-OPER"                   to ws-arquivo-atual.
           perform iniciar-arquivo-backup.
           open input vbm-oper.
           if inexistente-vbm-oper
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           if not valid-vbm-oper
              move fs-vbm-oper               to ws-status-arquivo
              perform registrar-erro-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-oper next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-oper
                    move spaces              to ws-imagem
                    move reg-oper            to ws-imagem
                    perform gravar-imagem-backup
                 else
                    move fs-vbm-oper         to ws-status-arquivo
                    perform registrar-erro-arquivo
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-oper.
           perform finalizar-arquivo-backup.
      *
       copiar-vbm-cep.
           move "VBM-CEP"                    to ws-arquivo-atual.
           perform iniciar-arquivo-backup.
           open input vbm-cep.
           if inexistente-vbm-cep
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           if not valid-vbm-cep
              move fs-vbm-cep                to ws-status-arquivo
              perform registrar-erro-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-cep next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-cep
                    move spaces              to ws-imagem
                    move reg-cep             to ws-imagem
                    perform gravar-imagem-backup
                 else
                    move fs-vbm-cep          to ws-status-arquivo
                    perform registrar-erro-arquivo
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-cep.
           perform finalizar-arquivo-backup.
      *
       copiar-vbm-espe.
           move "VBM-ESPE"                   to ws-arquivo-atual.
           perform iniciar-arquivo-backup.
           open input vbm-espe.
           if inexistente-vbm-espe
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           if not valid-vbm-espe
              move fs-vbm-espe               to ws-status-arquivo
              perform registrar-erro-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-espe next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-espe
                    move spaces              to ws-imagem
                    move reg-espe            to ws-imagem
                    perform gravar-imagem-backup
                 else
                    move fs-vbm-espe         to ws-status-arquivo
                    perform registrar-erro-arquivo
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-espe.
           perform finalizar-arquivo-backup.
      *
       copiar-vbm-raca.
           move "VBM-RACA"                   to ws-arquivo-atual.
           perform iniciar-arquivo-backup.
           open input vbm-raca.
           if inexistente-vbm-raca
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           if not valid-vbm-raca
              move fs-vbm-raca               to ws-status-arquivo
              perform registrar-erro-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-raca next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-raca
                    move spaces              to ws-imagem
                    move reg-raca            to ws-imagem
                    perform gravar-imagem-backup
                 else
                    move fs-vbm-raca         to ws-status-arquivo
                    perform registrar-erro-arquivo
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-raca.
           perform finalizar-arquivo-backup.
      *
       copiar-vbm-prsv.
           move "VBM-PRSV"                   to ws-arquivo-atual.
           perform iniciar-arquivo-backup.
           open input vbm-prsv.
           if inexistente-vbm-prsv
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           if not valid-vbm-prsv
              move fs-vbm-prsv               to ws-status-arquivo
              perform registrar-erro-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-prsv next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-prsv
                    move spaces              to ws-imagem
                    move reg-prsv            to ws-imagem
                    perform gravar-imagem-backup
                 else
                    move fs-vbm-prsv         to ws-status-arquivo
                    perform registrar-erro-arquivo
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-prsv.
           perform finalizar-arquivo-backup.
      *
       copiar-vbm-caix.
           move "VBM-CAIX"                   to ws-arquivo-atual.
           perform iniciar-arquivo-backup.
           open input vbm-caix.
           if inexistente-vbm-caix
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           if not valid-vbm-caix
              move fs-vbm-caix               to ws-status-arquivo
              perform registrar-erro-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-caix next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-caix
                    move spaces              to ws-imagem
                    move reg-caix            to ws-imagem
                    perform gravar-imagem-backup
                 else
                    move fs-vbm-caix         to ws-status-arquivo
                    perform registrar-erro-arquivo
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-caix.
           perform finalizar-arquivo-backup.
      *
       copiar-vbm-prof.
           move "VBM-PROF"                   to ws-arquivo-atual.
           perform iniciar-arquivo-backup.
           open input vbm-prof.
           if inexistente-vbm-prof
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           if not valid-vbm-prof
              move fs-vbm-prof               to ws-status-arquivo
              perform registrar-erro-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-prof next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-prof
                    move spaces              to ws-imagem
                    move reg-prof            to ws-imagem
                    perform gravar-imagem-backup
                 else
                    move fs-vbm-prof         to ws-status-arquivo
                    perform registrar-erro-arquivo
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-prof.
           perform finalizar-arquivo-backup.
      *
       copiar-vbm-pron.
           move "VBM-PRON"                   to ws-arquivo-atual.
           perform iniciar-arquivo-backup.
           open input vbm-pron.
           if inexistente-vbm-pron
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           if not valid-vbm-pron
              move fs-vbm-pron               to ws-status-arquivo
              perform registrar-erro-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-pron next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-pron
                    move spaces              to ws-imagem
                    move reg-pron            to ws-imagem
                    perform gravar-imagem-backup
                 else
                    move fs-vbm-pron         to ws-status-arquivo
                    perform registrar-erro-arquivo
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-pron.
           perform finalizar-arquivo-backup.
      *
       copiar-vbm-pvac.
           move "VBM-PVAC"                   to ws-arquivo-atual.
           perform iniciar-arquivo-backup.
           open input vbm-pvac.
           if inexistente-vbm-pvac
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           if not valid-vbm-pvac
              move fs-vbm-pvac               to ws-status-arquivo
              perform registrar-erro-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-pvac next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-pvac
                    move spaces              to ws-imagem
                    move reg-pvac            to ws-imagem
                    perform gravar-imagem-backup
                 else
                    move fs-vbm-pvac         to ws-status-arquivo
                    perform registrar-erro-arquivo
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-pvac.
           perform finalizar-arquivo-backup.
      *
       copiar-vbm-espr.
           move "VBM-ESPR"                   to ws-arquivo-atual.
           perform iniciar-arquivo-backup.
           open input vbm-espr.
           if inexistente-vbm-espr
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           if not valid-vbm-espr
              move fs-vbm-espr               to ws-status-arquivo
              perform registrar-erro-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-espr next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-espr
                    move spaces              to ws-imagem
                    move reg-espr            to ws-imagem
                    perform gravar-imagem-backup
                 else
                    move fs-vbm-espr         to ws-status-arquivo
                    perform registrar-erro-arquivo
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-espr.
           perform finalizar-arquivo-backup.
      *
       copiar-vbm-atut.
           move "VBM-ATUT"                   to ws-arquivo-atual.
           perform iniciar-arquivo-backup.
           open input vbm-atut.
           if inexistente-vbm-atut
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           if not valid-vbm-atut
              move fs-vbm-atut               to ws-status-arquivo
              perform registrar-erro-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-atut next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-atut
                    move spaces              to ws-imagem
                    move reg-atut            to ws-imagem
                    perform gravar-imagem-backup
                 else
                    move fs-vbm-atut         to ws-status-arquivo
                    perform registrar-erro-arquivo
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-atut.
           perform finalizar-arquivo-backup.
      *
       copiar-vbm-apet.
           move "VBM-APET"                   to ws-arquivo-atual.
           perform iniciar-arquivo-backup.
           open input vbm-apet.
           if inexistente-vbm-apet
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           if not valid-vbm-apet
              move fs-vbm-apet               to ws-status-arquivo
              perform registrar-erro-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-apet next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-apet
                    move spaces              to ws-imagem
                    move reg-apet            to ws-imagem
                    perform gravar-imagem-backup
                 else
                    move fs-vbm-apet         to ws-status-arquivo
                    perform registrar-erro-arquivo
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-apet.
           perform finalizar-arquivo-backup.
      *
       copiar-vbm-avac.
           move "VBM-AVAC"                   to ws-arquivo-atual.
           perform iniciar-arquivo-backup.
           open input vbm-avac.
           if inexistente-vbm-avac
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           if not valid-vbm-avac
              move fs-vbm-avac               to ws-status-arquivo
              perform registrar-erro-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-avac next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-avac
                    move spaces              to ws-imagem
                    move reg-avac            to ws-imagem
                    perform gravar-imagem-backup
                 else
                    move fs-vbm-avac         to ws-status-arquivo
                    perform registrar-erro-arquivo
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-avac.
           perform finalizar-arquivo-backup.
      *
       copiar-vbm-ckpt.
           move "VBM-CKPT"                   to ws-arquivo-atual.
           perform iniciar-arquivo-backup.
           open input vbm-ckpt.
           if inexistente-vbm-ckpt
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           if not valid-vbm-ckpt
              move fs-vbm-ckpt               to ws-status-arquivo
              perform registrar-erro-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-ckpt next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-ckpt
                    move ckpt-programa       to wsc-programa
                    move ckpt-ult-registro-lido
                                             to wsc-ult-registro-lido
                    move ckpt-ult-cd-tutor-ok
                                             to wsc-ult-cd-tutor-ok
                    move ckpt-dt-atualizacao to wsc-dt-atualizacao
                    move ckpt-hr-atualizacao to wsc-hr-atualizacao
                    move spaces              to ws-imagem
                    move ws-reg-ckpt-imagem  to ws-imagem
                    perform gravar-imagem-backup
                 else
                    move fs-vbm-ckpt         to ws-status-arquivo
                    perform registrar-erro-arquivo
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-ckpt.
           perform finalizar-arquivo-backup.
      *
       copiar-vbm-flog.
           move "VBM-FLOG"                   to ws-arquivo-atual.
           perform iniciar-arquivo-backup.
           open input vbm-flog.
           if inexistente-vbm-flog
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           if not valid-vbm-flog
              move fs-vbm-flog               to ws-status-arquivo
              perform registrar-erro-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-flog next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-flog
                    move spaces              to ws-imagem
                    move reg-flog            to ws-imagem
                    perform gravar-imagem-backup
                 else
                    move fs-vbm-flog         to ws-status-arquivo
                    perform registrar-erro-arquivo
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-flog.
           perform finalizar-arquivo-backup.
      *
       copiar-vbm-lgac.
           move "VBM-LGAC"                   to ws-arquivo-atual.
           perform iniciar-arquivo-backup.
           open input vbm-lgac.
           if inexistente-vbm-lgac
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           if not valid-vbm-lgac
              move fs-vbm-lgac               to ws-status-arquivo
              perform registrar-erro-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-lgac
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-lgac
                    move spaces              to ws-imagem
                    move reg-lgac            to ws-imagem
                    perform gravar-imagem-backup
                 else
                    move fs-vbm-lgac         to ws-status-arquivo
                    perform registrar-erro-arquivo
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-lgac.
           perform finalizar-arquivo-backup.
      *
       copiar-vbm-sesc.
           move "VBM-SESC"                   to ws-arquivo-atual.
           perform iniciar-arquivo-backup.
           open input vbm-sesc.
           if inexistente-vbm-sesc
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           if not valid-vbm-sesc
              move fs-vbm-sesc               to ws-status-arquivo
              perform registrar-erro-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-sesc next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-sesc
                    move spaces              to ws-imagem
                    move reg-sesc            to ws-imagem
                    perform gravar-imagem-backup
                 else
                    move fs-vbm-sesc         to ws-status-arquivo
                    perform registrar-erro-arquivo
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-sesc.
           perform finalizar-arquivo-backup.
      *
       copiar-vbm-mvcx.
           move "VBM-MVCX"                   to ws-arquivo-atual.
           perform iniciar-arquivo-backup.
           open input vbm-mvcx.
           if inexistente-vbm-mvcx
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           if not valid-vbm-mvcx
              move fs-vbm-mvcx               to ws-status-arquivo
              perform registrar-erro-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-mvcx next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-mvcx
                    move spaces              to ws-imagem
                    move reg-mvcx            to ws-imagem
                    perform gravar-imagem-backup
                 else
                    move fs-vbm-mvcx         to ws-status-arquivo
                    perform registrar-erro-arquivo
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-mvcx.
           perform finalizar-arquivo-backup.
      *
       copiar-vbm-estc.
           move "VBM-ESTC"                   to ws-arquivo-atual.
           perform iniciar-arquivo-backup.
           open input vbm-estc.
           if inexistente-vbm-estc
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           if not valid-vbm-estc
              move fs-vbm-estc               to ws-status-arquivo
              perform registrar-erro-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-estc next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-estc
                    move spaces              to ws-imagem
                    move reg-estc            to ws-imagem
                    perform gravar-imagem-backup
                 else
                    move fs-vbm-estc         to ws-status-arquivo
                    perform registrar-erro-arquivo
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-estc.
           perform finalizar-arquivo-backup.
      *
       copiar-vbm-pact.
           move "VBM-PACT"                   to ws-arquivo-atual.
           perform iniciar-arquivo-backup.
           open input vbm-pact.
           if inexistente-vbm-pact
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           if not valid-vbm-pact
              move fs-vbm-pact               to ws-status-arquivo
              perform registrar-erro-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-pact next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-pact
                    move spaces              to ws-imagem
                    move reg-pact            to ws-imagem
                    perform gravar-imagem-backup
                 else
                    move fs-vbm-pact         to ws-status-arquivo
                    perform registrar-erro-arquivo
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-pact.
           perform finalizar-arquivo-backup.
      *
       copiar-vbm-pcvd.
           move "VBM-PCVD"                   to ws-arquivo-atual.
           perform iniciar-arquivo-backup.
           open input vbm-pcvd.
           if inexistente-vbm-pcvd
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           if not valid-vbm-pcvd
              move fs-vbm-pcvd               to ws-status-arquivo
              perform registrar-erro-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-pcvd next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-pcvd
                    move spaces              to ws-imagem
                    move reg-pcvd            to ws-imagem
                    perform gravar-imagem-backup
                 else
                    move fs-vbm-pcvd         to ws-status-arquivo
                    perform registrar-erro-arquivo
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-pcvd.
           perform finalizar-arquivo-backup.
      *
       copiar-vbm-pcus.
           move "VBM-PCUS"                   to ws-arquivo-atual.
           perform iniciar-arquivo-backup.
           open input vbm-pcus.
           if inexistente-vbm-pcus
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           if not valid-vbm-pcus
              move fs-vbm-pcus               to ws-status-arquivo
              perform registrar-erro-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-pcus next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-pcus
                    move spaces              to ws-imagem
                    move reg-pcus            to ws-imagem
                    perform gravar-imagem-backup
                 else
                    move fs-vbm-pcus         to ws-status-arquivo
                    perform registrar-erro-arquivo
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-pcus.
           perform finalizar-arquivo-backup.
      *
       copiar-vbm-psmu.
           move "VBM-PSMU"                   to ws-arquivo-atual.
           perform iniciar-arquivo-backup.
           open input vbm-psmu.
           if inexistente-vbm-psmu
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           if not valid-vbm-psmu
              move fs-vbm-psmu               to ws-status-arquivo
              perform registrar-erro-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-psmu next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-psmu
                    move spaces              to ws-imagem
                    move reg-psmu            to ws-imagem
                    perform gravar-imagem-backup
                 else
                    move fs-vbm-psmu         to ws-status-arquivo
                    perform registrar-erro-arquivo
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-psmu.
           perform finalizar-arquivo-backup.
      *
       copiar-vbm-estq.
           move "VBM-ESTQ"                   to ws-arquivo-atual.
           perform iniciar-arquivo-backup.
           open input vbm-estq.
           if inexistente-vbm-estq
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           if not valid-vbm-estq
              move fs-vbm-estq               to ws-status-arquivo
              perform registrar-erro-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-estq next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-estq
                    move spaces              to ws-imagem
                    move reg-estq            to ws-imagem
                    perform gravar-imagem-backup
                 else
                    move fs-vbm-estq         to ws-status-arquivo
                    perform registrar-erro-arquivo
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-estq.
           perform finalizar-arquivo-backup.
      *
       copiar-vbm-emin.
           move "VBM-EMIN"                   to ws-arquivo-atual.
           perform iniciar-arquivo-backup.
           open input vbm-emin.
           if inexistente-vbm-emin
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           if not valid-vbm-emin
              move fs-vbm-emin               to ws-status-arquivo
              perform registrar-erro-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-emin next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-emin
                    move spaces              to ws-imagem
                    move reg-emin            to ws-imagem
                    perform gravar-imagem-backup
                 else
                    move fs-vbm-emin         to ws-status-arquivo
                    perform registrar-erro-arquivo
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-emin.
           perform finalizar-arquivo-backup.
      *
       copiar-vbm-entv.
           move "VBM-ENTV"                   to ws-arquivo-atual.
           perform iniciar-arquivo-backup.
           open input vbm-entv.
           if inexistente-vbm-entv
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           if not valid-vbm-entv
              move fs-vbm-entv               to ws-status-arquivo
              perform registrar-erro-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-entv next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-entv
                    move spaces              to ws-imagem
                    move reg-entv            to ws-imagem
                    perform gravar-imagem-backup
                 else
                    move fs-vbm-entv         to ws-status-arquivo
                    perform registrar-erro-arquivo
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-entv.
           perform finalizar-arquivo-backup.
      *
       copiar-vbm-vlot.
           move "VBM-VLOT"                   to ws-arquivo-atual.
           perform iniciar-arquivo-backup.
           open input vbm-vlot.
           if inexistente-vbm-vlot
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           if not valid-vbm-vlot
              move fs-vbm-vlot               to ws-status-arquivo
              perform registrar-erro-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-vlot next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-vlot
                    move spaces              to ws-imagem
                    move reg-vlot            to ws-imagem
                    perform gravar-imagem-backup
                 else
                    move fs-vbm-vlot         to ws-status-arquivo
                    perform registrar-erro-arquivo
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-vlot.
           perform finalizar-arquivo-backup.
      *
       copiar-vbm-conc.
           move "VBM-CONC"                   to ws-arquivo-atual.
           perform iniciar-arquivo-backup.
           open input vbm-conc.
           if inexistente-vbm-conc
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           if not valid-vbm-conc
              move fs-vbm-conc               to ws-status-arquivo
              perform registrar-erro-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-conc next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-conc
                    move spaces              to ws-imagem
                    move reg-conc            to ws-imagem
                    perform gravar-imagem-backup
                 else
                    move fs-vbm-conc         to ws-status-arquivo
                    perform registrar-erro-arquivo
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-conc.
           perform finalizar-arquivo-backup.
      *
       copiar-vbm-ccai.
           move "VBM-CCAI"                   to ws-arquivo-atual.
           perform iniciar-arquivo-backup.
           open input vbm-ccai.
           if inexistente-vbm-ccai
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           if not valid-vbm-ccai
              move fs-vbm-ccai               to ws-status-arquivo
              perform registrar-erro-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-ccai next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-ccai
                    move spaces              to ws-imagem
                    move reg-ccai            to ws-imagem
                    perform gravar-imagem-backup
                 else
                    move fs-vbm-ccai         to ws-status-arquivo
                    perform registrar-erro-arquivo
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-ccai.
           perform finalizar-arquivo-backup.
      *
       copiar-vbm-nfse.
           move "VBM-NFSE"                   to ws-arquivo-atual.
           perform iniciar-arquivo-backup.
           open input vbm-nfse.
           if inexistente-vbm-nfse
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           if not valid-vbm-nfse
              move fs-vbm-nfse               to ws-status-arquivo
              perform registrar-erro-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-nfse next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-nfse
                    move spaces              to ws-imagem
                    move reg-nfse            to ws-imagem
                    perform gravar-imagem-backup
                 else
                    move fs-vbm-nfse         to ws-status-arquivo
                    perform registrar-erro-arquivo
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-nfse.
           perform finalizar-arquivo-backup.
      *
       copiar-vbm-fmsg.
           move "VBM-FMSG"                   to ws-arquivo-atual.
           perform iniciar-arquivo-backup.
           open input vbm-fmsg.
           if inexistente-vbm-fmsg
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           if not valid-vbm-fmsg
              move fs-vbm-fmsg               to ws-status-arquivo
              perform registrar-erro-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-fmsg next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-fmsg
                    move spaces              to ws-imagem
                    move reg-fmsg            to ws-imagem
                    perform gravar-imagem-backup
                 else
                    move fs-vbm-fmsg         to ws-status-arquivo
                    perform registrar-erro-arquivo
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-fmsg.
           perform finalizar-arquivo-backup.
      *
       copiar-vbm-cfag.
           move "VBM-CFAG"                   to ws-arquivo-atual.
           perform iniciar-arquivo-backup.
           open input vbm-cfag.
           if inexistente-vbm-cfag
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           if not valid-vbm-cfag
              move fs-vbm-cfag               to ws-status-arquivo
              perform registrar-erro-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-cfag next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-cfag
                    move spaces              to ws-imagem
                    move reg-cfag            to ws-imagem
                    perform gravar-imagem-backup
                 else
                    move fs-vbm-cfag         to ws-status-arquivo
                    perform registrar-erro-arquivo
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-cfag.
           perform finalizar-arquivo-backup.
      *
       copiar-vbm-trpt.
           move "VBM-TRPT"                   to ws-arquivo-atual.
           perform iniciar-arquivo-backup.
           open input vbm-trpt.
           if inexistente-vbm-trpt
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           if not valid-vbm-trpt
              move fs-vbm-trpt               to ws-status-arquivo
              perform registrar-erro-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-trpt next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-trpt
                    move spaces              to ws-imagem
                    move reg-trpt            to ws-imagem
                    perform gravar-imagem-backup
                 else
                    move fs-vbm-trpt         to ws-status-arquivo
                    perform registrar-erro-arquivo
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-trpt.
           perform finalizar-arquivo-backup.
      *
       copiar-vbm-rcag.
           move "VBM-RCAG"                   to ws-arquivo-atual.
           perform iniciar-arquivo-backup.
           open input vbm-rcag.
           if inexistente-vbm-rcag
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           if not valid-vbm-rcag
              move fs-vbm-rcag               to ws-status-arquivo
              perform registrar-erro-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-rcag next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-rcag
                    move spaces              to ws-imagem
                    move reg-rcag            to ws-imagem
                    perform gravar-imagem-backup
                 else
                    move fs-vbm-rcag         to ws-status-arquivo
                    perform registrar-erro-arquivo
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-rcag.
           perform finalizar-arquivo-backup.
      *
       copiar-vbm-rcgr.
           move "VBM-RCGR"                   to ws-arquivo-atual.
           perform iniciar-arquivo-backup.
           open input vbm-rcgr.
           if inexistente-vbm-rcgr
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           if not valid-vbm-rcgr
              move fs-vbm-rcgr               to ws-status-arquivo
              perform registrar-erro-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-rcgr next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-rcgr
                    move spaces              to ws-imagem
                    move reg-rcgr            to ws-imagem
                    perform gravar-imagem-backup
                 else
                    move fs-vbm-rcgr         to ws-status-arquivo
                    perform registrar-erro-arquivo
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-rcgr.
           perform finalizar-arquivo-backup.
      *
       copiar-vbm-cmrg.
           move "VBM-CMRG"                   to ws-arquivo-atual.
           perform iniciar-arquivo-backup.
           open input vbm-cmrg.
           if inexistente-vbm-cmrg
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           if not valid-vbm-cmrg
              move fs-vbm-cmrg               to ws-status-arquivo
              perform registrar-erro-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-cmrg next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-cmrg
                    move spaces              to ws-imagem
                    move reg-cmrg            to ws-imagem
                    perform gravar-imagem-backup
                 else
                    move fs-vbm-cmrg         to ws-status-arquivo
                    perform registrar-erro-arquivo
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-cmrg.
           perform finalizar-arquivo-backup.
      *
       copiar-vbm-cmfc.
           move "VBM-CMFC"                   to ws-arquivo-atual.
           perform iniciar-arquivo-backup.
           open input vbm-cmfc.
           if inexistente-vbm-cmfc
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           if not valid-vbm-cmfc
              move fs-vbm-cmfc               to ws-status-arquivo
              perform registrar-erro-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-cmfc next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-cmfc
                    move spaces              to ws-imagem
                    move reg-cmfc            to ws-imagem
                    perform gravar-imagem-backup
                 else
                    move fs-vbm-cmfc         to ws-status-arquivo
                    perform registrar-erro-arquivo
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-cmfc.
           perform finalizar-arquivo-backup.
      *
       copiar-vbm-cmap.
           move "VBM-CMAP"                   to ws-arquivo-atual.
           perform iniciar-arquivo-backup.
           open input vbm-cmap.
           if inexistente-vbm-cmap
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           if not valid-vbm-cmap
              move fs-vbm-cmap               to ws-status-arquivo
              perform registrar-erro-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-cmap next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-cmap
                    move spaces              to ws-imagem
                    move reg-cmap            to ws-imagem
                    perform gravar-imagem-backup
                 else
                    move fs-vbm-cmap         to ws-status-arquivo
                    perform registrar-erro-arquivo
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-cmap.
           perform finalizar-arquivo-backup.
      *
       copiar-vbm-lgpd.
           move "VBM-LGPD"                   to ws-arquivo-atual.
           perform iniciar-arquivo-backup.
           open input vbm-lgpd.
           if inexistente-vbm-lgpd
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           if not valid-vbm-lgpd
              move fs-vbm-lgpd               to ws-status-arquivo
              perform registrar-erro-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-lgpd next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-lgpd
                    move spaces              to ws-imagem
                    move reg-lgpd            to ws-imagem
                    perform gravar-imagem-backup
                 else
                    move fs-vbm-lgpd         to ws-status-arquivo
                    perform registrar-erro-arquivo
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-lgpd.
           perform finalizar-arquivo-backup.
      *
      ******************************************************************
      *    a trilha de auditoria e sequencial: entra na salvaguarda    *
      *    pela leitura simples, sem chave                             *
      ******************************************************************
       copiar-vbm-ttau.
           move "VBM-TTAU"                   to ws-arquivo-atual.
           perform iniciar-arquivo-backup.
           open input vbm-ttau.
           if inexistente-vbm-ttau
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           if not valid-vbm-ttau
              move fs-vbm-ttau               to ws-status-arquivo
              perform registrar-erro-arquivo
              perform finalizar-arquivo-backup
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-ttau
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-ttau
                    move spaces              to ws-imagem
                    move reg-ttau            to ws-imagem
                    perform gravar-imagem-backup
                 else
                    move fs-vbm-ttau         to ws-status-arquivo
                    perform registrar-erro-arquivo
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-ttau.
           perform finalizar-arquivo-backup.
      *
       gravar-fim.
           if wss-verificacao
              exit paragraph
           end-if.
           move ws-total-arquivos            to wsz-qtd-arquivos.
           add 1                             to ws-total-registros.
           move ws-total-registros           to wsz-qtd-registros.
           move spaces                       to reg-bkup.
           write reg-bkup                   from ws-reg-fim.
      *
       imprimir-total.
           write reg-rbkp                    from ws-linha-branco.
           move "arquivos processados...: "  to ws-linha-total.
           move ws-total-arquivos            to wsl-total.
           write reg-rbkp                    from ws-linha-total.
           move "arquivos com erro......: "  to ws-linha-total.
           move ws-total-com-erro            to wsl-total.
           write reg-rbkp                    from ws-linha-total.
           if not wss-verificacao
              move "registros gravados.....: "
                                             to ws-linha-total
              move ws-total-registros        to wsl-total
              write reg-rbkp                from ws-linha-total
           end-if.
           if wss-erro-geral
              move 8                         to return-code
           end-if.
