       identification                       division.
       program-id.                          vbm-1025.
       author.                              stanicki.
       date-written.                        set-2026.
      ******************************************************************
      *      conversao unica dos layouts da base para esta versao      *
      *      os registros de vbm-tuto, vbm-agnd, vbm-vacc, vbm-oper,   *
      *      vbm-pet e das suas imagens (vbm-ttau, vbm-atut, vbm-avac, *
      *      vbm-atau, vbm-ttwk, vbm-apet) ganharam campos novos; um   *
      *      arquivo gravado no layout antigo nao abre mais nos        *
      *      programas, entao este processamento descarrega cada       *
      *      arquivo pelo layout antigo e o regrava completo no        *
      *      layout novo:                                              *
      *        - tuto/ttau/atut/atau/ttwk: flag de contato em          *
      *          brancos (tratado como consentimento)                  *
      *        - agnd: profissional zerado                             *
      *        - vacc/avac: codigo de vacina zerado                    *
      *        - pet/apet: situacao ativo e data de obito zerada       *
      *        - oper: senha em claro vira hash (mesmo calculo do      *
      *          vbm-1000) com troca obrigatoria no proximo acesso,    *
      *          falhas zeradas e sem bloqueio                         *
      *                                                                *
      *      execute uma unica vez, pela linha de comando, antes da    *
      *      primeira entrada no sistema apos a atualizacao e com      *
      *      copia previa dos arquivos; arquivo indexado ja no         *
      *      layout novo e reconhecido e pulado ("ja convertido") e    *
      *      os sequenciais sao lidos com tamanho variavel, de modo    *
      *      que linhas ja no tamanho novo passam sem corte e uma      *
      *      segunda execucao nao corrompe nada                        *
      ******************************************************************
       environment                          division.
       special-names.
           decimal-point is comma.
       input-output                         section.
       file-control.
      *================================================================*
      *  selects dos layouts antigos, sobre os mesmos arquivos         *
      *  fisicos (mesmas chaves e atributos da versao anterior)        *
      *================================================================*
           select vbm-otut assign to "VBM-TUTO"
              organization is indexed
              access mode is dynamic
              record key is otut-cd-tutor
              alternate record key is otut-rn-tutor with duplicates
              alternate record key is otut-nm-tutor with duplicates
              lock mode is manual
              file status is fs-vbm-otut.
           select vbm-oagn assign to "VBM-AGND"
              organization is indexed
              access mode is dynamic
              record key is oagn-chave-agenda
              alternate record key is oagn-chave-pet-agenda
                 with duplicates
              lock mode is manual
              file status is fs-vbm-oagn.
           select vbm-ovac assign to "VBM-VACC"
              organization is indexed
              access mode is dynamic
              record key is ovac-chave-vacc
              lock mode is manual
              file status is fs-vbm-ovac.
           select vbm-oopr assign to "VBM-OPER"
              organization is indexed
              access mode is dynamic
              record key is oopr-cd-operador
              file status is fs-vbm-oopr.
           select vbm-oatu assign to "VBM-ATUT"
              organization is indexed
              access mode is dynamic
              record key is oatu-cd-tutor
              file status is fs-vbm-oatu.
           select vbm-oava assign to "VBM-AVAC"
              organization is indexed
              access mode is dynamic
              record key is oava-chave-vacc
              file status is fs-vbm-oava.
           select vbm-opet assign to "VBM-PET"
              organization is indexed
              access mode is dynamic
              record key is opet-chave-pet
              alternate record key is opet-cd-tutor with duplicates
              lock mode is manual
              file status is fs-vbm-opet.
           select vbm-oapt assign to "VBM-APET"
              organization is indexed
              access mode is dynamic
              record key is oapt-chave-pet
              file status is fs-vbm-oapt.
           select vbm-otta assign to "VBM-TTAU"
              organization is line sequential
              access mode is sequential
              file status is fs-vbm-otta.
           select vbm-oata assign to "VBM-ATAU"
              organization is line sequential
              access mode is sequential
              file status is fs-vbm-oata.
           select vbm-ottw assign to "VBM-TTWK"
              organization is line sequential
              access mode is sequential
              file status is fs-vbm-ottw.
      *
           copy "vbm-tuto.sl".
           copy "vbm-agnd.sl".
           copy "vbm-vacc.sl".
           copy "vbm-oper.sl".
           copy "vbm-atut.sl".
           copy "vbm-avac.sl".
           copy "vbm-ttau.sl".
           copy "vbm-atau.sl".
           copy "vbm-ttwk.sl".
           copy "vbm-pet.sl".
           copy "vbm-apet.sl".
           copy "vbm-cvwk.sl".
           copy "vbm-rcnv.sl".
       data                                 division.
       file                                 section.
      *================================================================*
      *  layouts antigos (somente os campos de chave sao descritos;    *
      *  o restante viaja como imagem)                                 *
      *================================================================*
       fd  vbm-otut
          label record is standard.
       01 reg-otut.
          03 otut-cd-tutor                 pic 9(07).
          03 otut-rn-tutor                 pic 9(14).
          03 otut-tp-pessoa                pic 9(01).
          03 otut-nm-tutor                 pic x(30).
          03 otut-dados                    pic x(126).
       fd  vbm-oagn
          label record is standard.
       01 reg-oagn.
          03 oagn-chave-agenda.
             05 oagn-dt-agenda            pic 9(08).
             05 oagn-hr-agenda            pic 9(04).
             05 oagn-chave-pet-agenda.
                07 oagn-cd-tutor          pic 9(07).
                07 oagn-cd-pet            pic 9(03).
          03 oagn-dados                   pic x(32).
       fd  vbm-ovac
          label record is standard.
       01 reg-ovac.
          03 ovac-chave-vacc.
             05 ovac-cd-tutor             pic 9(07).
             05 ovac-cd-pet               pic 9(03).
             05 ovac-sq-vacc              pic 9(03).
          03 ovac-dados                   pic x(68).
       fd  vbm-oopr
          label record is standard.
       01 reg-oopr.
          03 oopr-cd-operador             pic x(08).
          03 oopr-nm-operador             pic x(30).
          03 oopr-senha                   pic x(08).
          03 oopr-perfil                  pic x(01).
       fd  vbm-oatu
          label record is standard.
       01 reg-oatu.
          03 oatu-cd-tutor                pic 9(07).
          03 oatu-dados                   pic x(171).
       fd  vbm-oava
          label record is standard.
       01 reg-oava.
          03 oava-chave-vacc.
             05 oava-cd-tutor             pic 9(07).
             05 oava-cd-pet               pic 9(03).
             05 oava-sq-vacc              pic 9(03).
          03 oava-dados                   pic x(68).
       fd  vbm-opet
          label record is standard.
       01 reg-opet.
          03 opet-chave-pet.
             05 opet-cd-tutor             pic 9(07).
             05 opet-cd-pet               pic 9(03).
          03 opet-dados                   pic x(69).
       fd  vbm-oapt
          label record is standard.
       01 reg-oapt.
          03 oapt-chave-pet.
             05 oapt-cd-tutor             pic 9(07).
             05 oapt-cd-pet               pic 9(03).
          03 oapt-dados                   pic x(69).
      *================================================================*
      *  os sequenciais sao lidos com tamanho variavel: uma linha ja   *
      *  no tamanho novo (202) passa adiante sem corte, o que torna    *
      *  a conversao destes arquivos segura linha a linha mesmo numa   *
      *  segunda execucao acidental                                    *
      *================================================================*
       fd  vbm-otta
          label record is standard
          record is varying in size from 1 to 202 characters
             depending on ws-tam-linha.
       01 reg-otta                        pic x(202).
       fd  vbm-oata
          label record is standard
          record is varying in size from 1 to 202 characters
             depending on ws-tam-linha.
       01 reg-oata                        pic x(202).
       fd  vbm-ottw
          label record is standard
          record is varying in size from 1 to 202 characters
             depending on ws-tam-linha.
       01 reg-ottw                        pic x(202).
      *
           copy "vbm-tuto.fd".
           copy "vbm-agnd.fd".
           copy "vbm-vacc.fd".
           copy "vbm-oper.fd".
           copy "vbm-atut.fd".
           copy "vbm-avac.fd".
           copy "vbm-ttau.fd".
           copy "vbm-atau.fd".
           copy "vbm-ttwk.fd".
           copy "vbm-pet.fd".
           copy "vbm-apet.fd".
           copy "vbm-cvwk.fd".
           copy "vbm-rcnv.fd".
      ******************************************************************
      *                        working storage                         *
      ******************************************************************
       working-storage                      section.
       77 fs-vbm-otut pic xx.
          88 valid-vbm-otut value "00" thru "09".
          88 inexistente-vbm-otut value "35".
       77 fs-vbm-oagn pic xx.
          88 valid-vbm-oagn value "00" thru "09".
          88 inexistente-vbm-oagn value "35".
       77 fs-vbm-ovac pic xx.
          88 valid-vbm-ovac value "00" thru "09".
          88 inexistente-vbm-ovac value "35".
       77 fs-vbm-oopr pic xx.
          88 valid-vbm-oopr value "00" thru "09".
          88 inexistente-vbm-oopr value "35".
       77 fs-vbm-oatu pic xx.
          88 valid-vbm-oatu value "00" thru "09".
          88 inexistente-vbm-oatu value "35".
       77 fs-vbm-oava pic xx.
          88 valid-vbm-oava value "00" thru "09".
          88 inexistente-vbm-oava value "35".
       77 fs-vbm-opet pic xx.
          88 valid-vbm-opet value "00" thru "09".
          88 inexistente-vbm-opet value "35".
       77 fs-vbm-oapt pic xx.
          88 valid-vbm-oapt value "00" thru "09".
          88 inexistente-vbm-oapt value "35".
       77 fs-vbm-otta pic xx.
          88 valid-vbm-otta value "00" thru "09".
          88 inexistente-vbm-otta value "35".
       77 fs-vbm-oata pic xx.
          88 valid-vbm-oata value "00" thru "09".
          88 inexistente-vbm-oata value "35".
       77 fs-vbm-ottw pic xx.
          88 valid-vbm-ottw value "00" thru "09".
          88 inexistente-vbm-ottw value "35".
       77 fs-vbm-tuto pic xx.
          88 valid-vbm-tuto value "00" thru "09".
       77 fs-vbm-agnd pic xx.
          88 valid-vbm-agnd value "00" thru "09".
       77 fs-vbm-vacc pic xx.
          88 valid-vbm-vacc value "00" thru "09".
       77 fs-vbm-oper pic xx.
          88 valid-vbm-oper value "00" thru "09".
       77 fs-vbm-atut pic xx.
          88 valid-vbm-atut value "00" thru "09".
       77 fs-vbm-avac pic xx.
          88 valid-vbm-avac value "00" thru "09".
       77 fs-vbm-ttau pic xx.
          88 valid-vbm-ttau value "00" thru "09".
       77 fs-vbm-atau pic xx.
          88 valid-vbm-atau value "00" thru "09".
       77 fs-vbm-ttwk pic xx.
          88 valid-vbm-ttwk value "00" thru "09".
       77 fs-vbm-pet pic xx.
          88 valid-vbm-pet value "00" thru "09".
       77 fs-vbm-apet pic xx.
          88 valid-vbm-apet value "00" thru "09".
       77 fs-vbm-cvwk pic xx.
          88 valid-vbm-cvwk value "00" thru "09".
       77 fs-vbm-rcnv pic xx.
          88 valid-vbm-rcnv value "00" thru "09".
      *
       01 wss-controle-batch                pic 9(01).
          88 wss-fim-arquivo                value 1 false 0.
       01 wss-fl-arquivo-ok                 pic 9(01).
          88 wss-arquivo-ok                 value 1 false 0.
       01 wss-fl-pular-arquivo              pic 9(01).
          88 wss-pular-arquivo              value 1 false 0.
       01 wss-fl-erro-geral                 pic 9(01).
          88 wss-erro-geral                 value 1 false 0.
      *
       01 ws-arquivo-atual                  pic x(08).
       01 ws-situacao-arquivo               pic x(14).
       01 ws-imagem                         pic x(205).
       01 ws-qtd-lidos                      pic 9(07) comp.
       01 ws-qtd-gravados                   pic 9(07) comp.
       01 ws-tam-linha                      pic 9(03) comp.
       01 ws-tam-pos                        pic 9(03) comp.
       01 ws-tam-resto                      pic 9(03) comp.
      *
      ******************************************************************
      *    hash da senha dos operadores: mesmo calculo do login em     *
      *    vbm-1000, para que as senhas atuais continuem valendo       *
      *    (com troca obrigatoria no proximo acesso)                   *
      ******************************************************************
       01 ws-senha-entrada                  pic x(08).
       01 ws-senha-hash                     pic 9(09).
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
       01 ws-total-arquivos                 pic 9(03) comp.
       01 ws-total-com-erro                 pic 9(03) comp.
      *
       01 ws-linha-titulo                   pic x(132).
       01 ws-linha-branco                   pic x(132) value spaces.
       01 ws-linha-cabecalho.
          03 filler                         pic x(09)
             value "arquivo ".
          03 filler                         pic x(07) value "lidos ".
          03 filler                         pic x(10)
             value "gravados ".
          03 filler                         pic x(14)
             value "situacao".
       01 ws-linha-detalhe.
          03 wsl-arquivo                    pic x(08).
          03 filler                         pic x(01) value space.
          03 wsl-lidos                      pic z(06)9.
          03 filler                         pic x(01) value space.
          03 wsl-gravados                   pic z(06)9.
          03 filler                         pic x(01) value space.
          03 wsl-situacao                   pic x(14).
       01 ws-linha-total.
          03 filler                         pic x(25).
          03 wsl-total                      pic z(06)9.
      ******************************************************************
      *                       procedure division                       *
      ******************************************************************
       procedure                            division.
           perform abrir-relatorio.
           perform converter-vbm-tuto.
           perform converter-vbm-agnd.
           perform converter-vbm-vacc.
           perform converter-vbm-oper.
           perform converter-vbm-ttau.
           perform converter-vbm-atut.
           perform converter-vbm-avac.
           perform converter-vbm-atau.
           perform converter-vbm-ttwk.
           perform converter-vbm-pet.
           perform converter-vbm-apet.
           perform imprimir-total.
           close vbm-rcnv.
           if wss-erro-geral
              move 8                         to return-code
           end-if.
           goback.
      *
       abrir-relatorio.
           move zero                         to ws-total-arquivos.
           move zero                         to ws-total-com-erro.
           set wss-erro-geral                to false.
           open output vbm-rcnv.
           if not valid-vbm-rcnv
              display "erro ao abrir o arquivo vbm-rcnv! status: "
                      fs-vbm-rcnv
              move 8                         to return-code
              goback
           end-if.
           move "conversao de layouts da base - vbm-1025"
                                             to ws-linha-titulo.
           write reg-rcnv                   from ws-linha-titulo.
           write reg-rcnv                   from ws-linha-branco.
           write reg-rcnv                   from ws-linha-cabecalho.
      *
      ******************************************************************
      *    rotinas comuns: contadores e linha do relatorio por         *
      *    arquivo convertido, pulado ou com erro                      *
      ******************************************************************
       iniciar-conversao.
           move zero                         to ws-qtd-lidos.
           move zero                         to ws-qtd-gravados.
           move "convertido"                 to ws-situacao-arquivo.
           set wss-arquivo-ok                to true.
           set wss-pular-arquivo             to false.
           add 1                             to ws-total-arquivos.
      *
       finalizar-conversao.
           if wss-arquivo-ok
              and not wss-pular-arquivo
              and ws-qtd-lidos not equal ws-qtd-gravados
              move "divergente"              to ws-situacao-arquivo
              set wss-arquivo-ok             to false
           end-if.
           if not wss-arquivo-ok
              add 1                          to ws-total-com-erro
              set wss-erro-geral             to true
           end-if.
           move ws-arquivo-atual             to wsl-arquivo.
           move ws-qtd-lidos                 to wsl-lidos.
           move ws-qtd-gravados              to wsl-gravados.
           move ws-situacao-arquivo          to wsl-situacao.
           write reg-rcnv                   from ws-linha-detalhe.
      *
       abrir-cvwk-descarga.
           open output vbm-cvwk.
           if not valid-vbm-cvwk
              display "erro ao abrir o arquivo vbm-cvwk! status: "
                      fs-vbm-cvwk
              move "erro"                    to ws-situacao-arquivo
              set wss-arquivo-ok             to false
           end-if.
      *
       abrir-cvwk-recarga.
           open input vbm-cvwk.
           if not valid-vbm-cvwk
              display "erro ao reler o arquivo vbm-cvwk! status: "
                      fs-vbm-cvwk
              move "erro"                    to ws-situacao-arquivo
              set wss-arquivo-ok             to false
           end-if.
      *
       gravar-imagem-cvwk.
           move spaces                       to reg-cvwk.
           write reg-cvwk                   from ws-imagem.
           if not valid-vbm-cvwk
              display "erro ao gravar o arquivo vbm-cvwk! status: "
                      fs-vbm-cvwk
              move "erro"                    to ws-situacao-arquivo
              set wss-arquivo-ok             to false
           end-if.
      *
      ******************************************************************
      *    vbm-tuto: acrescenta tuto-fl-contato em brancos no fim do   *
      *    registro (brancos valem como consentimento de contato)      *
      ******************************************************************
       converter-vbm-tuto.
           move "VBM-TUTO"                   to ws-arquivo-atual.
           perform iniciar-conversao.
           open input vbm-otut.
           if inexistente-vbm-otut
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-conversao
              exit paragraph
           end-if.
           if not valid-vbm-otut
              perform verificar-tuto-convertido
              perform finalizar-conversao
              exit paragraph
           end-if.
           perform abrir-cvwk-descarga.
           if not wss-arquivo-ok
              close vbm-otut
              perform finalizar-conversao
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-otut next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-otut
                    add 1                    to ws-qtd-lidos
                    move spaces              to ws-imagem
                    move reg-otut            to ws-imagem(1:178)
                    perform gravar-imagem-cvwk
                 else
                    move "erro"              to ws-situacao-arquivo
                    set wss-arquivo-ok       to false
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-otut.
           close vbm-cvwk.
           if wss-arquivo-ok
              perform recarregar-vbm-tuto
           end-if.
           perform finalizar-conversao.
      *
       verificar-tuto-convertido.
           open input vbm-tuto.
           if valid-vbm-tuto
              close vbm-tuto
              move "ja convertido"           to ws-situacao-arquivo
              set wss-pular-arquivo          to true
           else
              display "erro ao abrir o arquivo vbm-tuto! status: "
                      fs-vbm-otut
              move "erro"                    to ws-situacao-arquivo
              set wss-arquivo-ok             to false
           end-if.
      *
       recarregar-vbm-tuto.
           open output vbm-tuto.
           if not valid-vbm-tuto
              display "erro ao regravar o arquivo vbm-tuto! status: "
                      fs-vbm-tuto
              move "erro"                    to ws-situacao-arquivo
              set wss-arquivo-ok             to false
              exit paragraph
           end-if.
           perform abrir-cvwk-recarga.
           if not wss-arquivo-ok
              close vbm-tuto
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-cvwk
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 move reg-cvwk               to reg-tuto
                 write reg-tuto
                 if valid-vbm-tuto
                    add 1                    to ws-qtd-gravados
                 else
                    display "erro ao recarregar vbm-tuto! status: "
                            fs-vbm-tuto
                    move "erro"              to ws-situacao-arquivo
                    set wss-arquivo-ok       to false
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-cvwk.
           close vbm-tuto.
      *
      ******************************************************************
      *    vbm-agnd: acrescenta agnd-cd-profissional zerado no fim     *
      *    do registro                                                 *
      ******************************************************************
       converter-vbm-agnd.
           move "VBM-AGND"                   to ws-arquivo-atual.
           perform iniciar-conversao.
           open input vbm-oagn.
           if inexistente-vbm-oagn
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-conversao
              exit paragraph
           end-if.
           if not valid-vbm-oagn
              perform verificar-agnd-convertido
              perform finalizar-conversao
              exit paragraph
           end-if.
           perform abrir-cvwk-descarga.
           if not wss-arquivo-ok
              close vbm-oagn
              perform finalizar-conversao
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-oagn next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-oagn
                    add 1                    to ws-qtd-lidos
                    move spaces              to ws-imagem
                    move reg-oagn            to ws-imagem(1:54)
                    move "000"               to ws-imagem(55:3)
                    perform gravar-imagem-cvwk
                 else
                    move "erro"              to ws-situacao-arquivo
                    set wss-arquivo-ok       to false
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-oagn.
           close vbm-cvwk.
           if wss-arquivo-ok
              perform recarregar-vbm-agnd
           end-if.
           perform finalizar-conversao.
      *
       verificar-agnd-convertido.
           open input vbm-agnd.
           if valid-vbm-agnd
              close vbm-agnd
              move "ja convertido"           to ws-situacao-arquivo
              set wss-pular-arquivo          to true
           else
              display "erro ao abrir o arquivo vbm-agnd! status: "
                      fs-vbm-oagn
              move "erro"                    to ws-situacao-arquivo
              set wss-arquivo-ok             to false
           end-if.
      *
       recarregar-vbm-agnd.
           open output vbm-agnd.
           if not valid-vbm-agnd
              display "erro ao regravar o arquivo vbm-agnd! status: "
                      fs-vbm-agnd
              move "erro"                    to ws-situacao-arquivo
              set wss-arquivo-ok             to false
              exit paragraph
           end-if.
           perform abrir-cvwk-recarga.
           if not wss-arquivo-ok
              close vbm-agnd
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-cvwk
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 move reg-cvwk               to reg-agnd
                 write reg-agnd
                 if valid-vbm-agnd
                    add 1                    to ws-qtd-gravados
                 else
                    display "erro ao recarregar vbm-agnd! status: "
                            fs-vbm-agnd
                    move "erro"              to ws-situacao-arquivo
                    set wss-arquivo-ok       to false
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-cvwk.
           close vbm-agnd.
      *
      ******************************************************************
      *    vbm-vacc: insere vacc-cd-vacina zerado entre a chave e o    *
      *    nome da vacina                                              *
      ******************************************************************
       converter-vbm-vacc.
           move "VBM-VACC"                   to ws-arquivo-atual.
           perform iniciar-conversao.
           open input vbm-ovac.
           if inexistente-vbm-ovac
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-conversao
              exit paragraph
           end-if.
           if not valid-vbm-ovac
              perform verificar-vacc-convertido
              perform finalizar-conversao
              exit paragraph
           end-if.
           perform abrir-cvwk-descarga.
           if not wss-arquivo-ok
              close vbm-ovac
              perform finalizar-conversao
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-ovac next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-ovac
                    add 1                    to ws-qtd-lidos
                    move spaces              to ws-imagem
                    move ovac-chave-vacc     to ws-imagem(1:13)
                    move "000"               to ws-imagem(14:3)
                    move ovac-dados          to ws-imagem(17:68)
                    perform gravar-imagem-cvwk
                 else
                    move "erro"              to ws-situacao-arquivo
                    set wss-arquivo-ok       to false
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-ovac.
           close vbm-cvwk.
           if wss-arquivo-ok
              perform recarregar-vbm-vacc
           end-if.
           perform finalizar-conversao.
      *
       verificar-vacc-convertido.
           open input vbm-vacc.
           if valid-vbm-vacc
              close vbm-vacc
              move "ja convertido"           to ws-situacao-arquivo
              set wss-pular-arquivo          to true
           else
              display "erro ao abrir o arquivo vbm-vacc! status: "
                      fs-vbm-ovac
              move "erro"                    to ws-situacao-arquivo
              set wss-arquivo-ok             to false
           end-if.
      *
       recarregar-vbm-vacc.
           open output vbm-vacc.
           if not valid-vbm-vacc
              display "erro ao regravar o arquivo vbm-vacc! status: "
                      fs-vbm-vacc
              move "erro"                    to ws-situacao-arquivo
              set wss-arquivo-ok             to false
              exit paragraph
           end-if.
           perform abrir-cvwk-recarga.
           if not wss-arquivo-ok
              close vbm-vacc
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-cvwk
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 move reg-cvwk               to reg-vacc
                 write reg-vacc
                 if valid-vbm-vacc
                    add 1                    to ws-qtd-gravados
                 else
                    display "erro ao recarregar vbm-vacc! status: "
                            fs-vbm-vacc
                    move "erro"              to ws-situacao-arquivo
                    set wss-arquivo-ok       to false
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-cvwk.
           close vbm-vacc.
      *
      ******************************************************************
      *    vbm-oper: a senha em claro do layout antigo vira o hash     *
      *    do layout novo (mesmo calculo do vbm-1000), com troca       *
      *    obrigatoria no proximo acesso, falhas zeradas e sem         *
      *    bloqueio - nenhuma senha volta a ser gravada em claro       *
      ******************************************************************
       converter-vbm-oper.
           move "VBM-OPER"                   to ws-arquivo-atual.
           perform iniciar-conversao.
           open input vbm-oopr.
           if inexistente-vbm-oopr
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-conversao
              exit paragraph
           end-if.
           if not valid-vbm-oopr
              perform verificar-oper-convertido
              perform finalizar-conversao
              exit paragraph
           end-if.
           perform abrir-cvwk-descarga.
           if not wss-arquivo-ok
              close vbm-oopr
              perform finalizar-conversao
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-oopr next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-oopr
                    add 1                    to ws-qtd-lidos
                    perform montar-imagem-oper
                    perform gravar-imagem-cvwk
                 else
                    move "erro"              to ws-situacao-arquivo
                    set wss-arquivo-ok       to false
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-oopr.
           close vbm-cvwk.
           if wss-arquivo-ok
              perform recarregar-vbm-oper
           end-if.
           perform finalizar-conversao.
      *
       montar-imagem-oper.
           move spaces                       to ws-imagem.
           move oopr-cd-operador             to ws-imagem(1:8).
           move oopr-nm-operador             to ws-imagem(9:30).
           move oopr-senha                   to ws-senha-entrada.
           perform calcular-hash-senha.
           move ws-senha-hash                to ws-imagem(39:9).
           move oopr-perfil                  to ws-imagem(48:1).
           move "00000000"                   to ws-imagem(49:8).
           move "S"                          to ws-imagem(57:1).
           move "00"                         to ws-imagem(58:2).
           move "N"                          to ws-imagem(60:1).
      *
       verificar-oper-convertido.
           open input vbm-oper.
           if valid-vbm-oper
              close vbm-oper
              move "ja convertido"           to ws-situacao-arquivo
              set wss-pular-arquivo          to true
           else
              display "erro ao abrir o arquivo vbm-oper! status: "
                      fs-vbm-oopr
              move "erro"                    to ws-situacao-arquivo
              set wss-arquivo-ok             to false
           end-if.
      *
       recarregar-vbm-oper.
           open output vbm-oper.
           if not valid-vbm-oper
              display "erro ao regravar o arquivo vbm-oper! status: "
                      fs-vbm-oper
              move "erro"                    to ws-situacao-arquivo
              set wss-arquivo-ok             to false
              exit paragraph
           end-if.
           perform abrir-cvwk-recarga.
           if not wss-arquivo-ok
              close vbm-oper
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-cvwk
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 move reg-cvwk               to reg-oper
                 write reg-oper
                 if valid-vbm-oper
                    add 1                    to ws-qtd-gravados
                 else
                    display "erro ao recarregar vbm-oper! status: "
                            fs-vbm-oper
                    move "erro"              to ws-situacao-arquivo
                    set wss-arquivo-ok       to false
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-cvwk.
           close vbm-oper.
      *
      ******************************************************************
      *    hash da senha: mesma rotina do vbm-1000                     *
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
      *    vbm-ttau (sequencial): acrescenta o espelho do flag de      *
      *    contato em brancos no fim da linha; linhas ja no tamanho    *
      *    novo passam adiante sem corte (conversao idempotente)       *
      ******************************************************************
       converter-vbm-ttau.
           move "VBM-TTAU"                   to ws-arquivo-atual.
           perform iniciar-conversao.
           open input vbm-otta.
           if inexistente-vbm-otta
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-conversao
              exit paragraph
           end-if.
           if not valid-vbm-otta
              display "erro ao abrir o arquivo vbm-ttau! status: "
                      fs-vbm-otta
              move "erro"                    to ws-situacao-arquivo
              set wss-arquivo-ok             to false
              perform finalizar-conversao
              exit paragraph
           end-if.
           perform abrir-cvwk-descarga.
           if not wss-arquivo-ok
              close vbm-otta
              perform finalizar-conversao
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-otta
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-otta
                    add 1                    to ws-qtd-lidos
                    perform completar-linha-otta
                    move spaces              to ws-imagem
                    move reg-otta            to ws-imagem(1:202)
                    perform gravar-imagem-cvwk
                 else
                    move "erro"              to ws-situacao-arquivo
                    set wss-arquivo-ok       to false
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-otta.
           close vbm-cvwk.
           if wss-arquivo-ok
              perform recarregar-vbm-ttau
           end-if.
           perform finalizar-conversao.
      *
       completar-linha-otta.
           if ws-tam-linha < 202
              compute ws-tam-pos = ws-tam-linha + 1
              compute ws-tam-resto = 202 - ws-tam-linha
              move spaces to reg-otta(ws-tam-pos:ws-tam-resto)
           end-if.
      *
       recarregar-vbm-ttau.
           open output vbm-ttau.
           if not valid-vbm-ttau
              display "erro ao regravar o arquivo vbm-ttau! status: "
                      fs-vbm-ttau
              move "erro"                    to ws-situacao-arquivo
              set wss-arquivo-ok             to false
              exit paragraph
           end-if.
           perform abrir-cvwk-recarga.
           if not wss-arquivo-ok
              close vbm-ttau
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-cvwk
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 move reg-cvwk               to reg-ttau
                 write reg-ttau
                 if valid-vbm-ttau
                    add 1                    to ws-qtd-gravados
                 else
                    display "erro ao recarregar vbm-ttau! status: "
                            fs-vbm-ttau
                    move "erro"              to ws-situacao-arquivo
                    set wss-arquivo-ok       to false
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-cvwk.
           close vbm-ttau.
      *
      ******************************************************************
      *    vbm-atut: mesmo acrescimo de vbm-tuto, no arquivo morto     *
      ******************************************************************
       converter-vbm-atut.
           move "VBM-ATUT"                   to ws-arquivo-atual.
           perform iniciar-conversao.
           open input vbm-oatu.
           if inexistente-vbm-oatu
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-conversao
              exit paragraph
           end-if.
           if not valid-vbm-oatu
              perform verificar-atut-convertido
              perform finalizar-conversao
              exit paragraph
           end-if.
           perform abrir-cvwk-descarga.
           if not wss-arquivo-ok
              close vbm-oatu
              perform finalizar-conversao
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-oatu next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-oatu
                    add 1                    to ws-qtd-lidos
                    move spaces              to ws-imagem
                    move reg-oatu            to ws-imagem(1:178)
                    perform gravar-imagem-cvwk
                 else
                    move "erro"              to ws-situacao-arquivo
                    set wss-arquivo-ok       to false
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-oatu.
           close vbm-cvwk.
           if wss-arquivo-ok
              perform recarregar-vbm-atut
           end-if.
           perform finalizar-conversao.
      *
       verificar-atut-convertido.
           open input vbm-atut.
           if valid-vbm-atut
              close vbm-atut
              move "ja convertido"           to ws-situacao-arquivo
              set wss-pular-arquivo          to true
           else
              display "erro ao abrir o arquivo vbm-atut! status: "
                      fs-vbm-oatu
              move "erro"                    to ws-situacao-arquivo
              set wss-arquivo-ok             to false
           end-if.
      *
       recarregar-vbm-atut.
           open output vbm-atut.
           if not valid-vbm-atut
              display "erro ao regravar o arquivo vbm-atut! status: "
                      fs-vbm-atut
              move "erro"                    to ws-situacao-arquivo
              set wss-arquivo-ok             to false
              exit paragraph
           end-if.
           perform abrir-cvwk-recarga.
           if not wss-arquivo-ok
              close vbm-atut
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-cvwk
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 move reg-cvwk               to reg-atut
                 write reg-atut
                 if valid-vbm-atut
                    add 1                    to ws-qtd-gravados
                 else
                    display "erro ao recarregar vbm-atut! status: "
                            fs-vbm-atut
                    move "erro"              to ws-situacao-arquivo
                    set wss-arquivo-ok       to false
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-cvwk.
           close vbm-atut.
      *
      ******************************************************************
      *    vbm-avac: mesma insercao de vbm-vacc, no arquivo morto      *
      ******************************************************************
       converter-vbm-avac.
           move "VBM-AVAC"                   to ws-arquivo-atual.
           perform iniciar-conversao.
           open input vbm-oava.
           if inexistente-vbm-oava
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-conversao
              exit paragraph
           end-if.
           if not valid-vbm-oava
              perform verificar-avac-convertido
              perform finalizar-conversao
              exit paragraph
           end-if.
           perform abrir-cvwk-descarga.
           if not wss-arquivo-ok
              close vbm-oava
              perform finalizar-conversao
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-oava next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-oava
                    add 1                    to ws-qtd-lidos
                    move spaces              to ws-imagem
                    move oava-chave-vacc     to ws-imagem(1:13)
                    move "000"               to ws-imagem(14:3)
                    move oava-dados          to ws-imagem(17:68)
                    perform gravar-imagem-cvwk
                 else
                    move "erro"              to ws-situacao-arquivo
                    set wss-arquivo-ok       to false
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-oava.
           close vbm-cvwk.
           if wss-arquivo-ok
              perform recarregar-vbm-avac
           end-if.
           perform finalizar-conversao.
      *
       verificar-avac-convertido.
           open input vbm-avac.
           if valid-vbm-avac
              close vbm-avac
              move "ja convertido"           to ws-situacao-arquivo
              set wss-pular-arquivo          to true
           else
              display "erro ao abrir o arquivo vbm-avac! status: "
                      fs-vbm-oava
              move "erro"                    to ws-situacao-arquivo
              set wss-arquivo-ok             to false
           end-if.
      *
       recarregar-vbm-avac.
           open output vbm-avac.
           if not valid-vbm-avac
              display "erro ao regravar o arquivo vbm-avac! status: "
                      fs-vbm-avac
              move "erro"                    to ws-situacao-arquivo
              set wss-arquivo-ok             to false
              exit paragraph
           end-if.
           perform abrir-cvwk-recarga.
           if not wss-arquivo-ok
              close vbm-avac
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-cvwk
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 move reg-cvwk               to reg-avac
                 write reg-avac
                 if valid-vbm-avac
                    add 1                    to ws-qtd-gravados
                 else
                    display "erro ao recarregar vbm-avac! status: "
                            fs-vbm-avac
                    move "erro"              to ws-situacao-arquivo
                    set wss-arquivo-ok       to false
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-cvwk.
           close vbm-avac.
      *
      ******************************************************************
      *    vbm-atau (sequencial): mesmo acrescimo idempotente de       *
      *    vbm-ttau, no arquivo morto da auditoria                     *
      ******************************************************************
       converter-vbm-atau.
           move "VBM-ATAU"                   to ws-arquivo-atual.
           perform iniciar-conversao.
           open input vbm-oata.
           if inexistente-vbm-oata
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-conversao
              exit paragraph
           end-if.
           if not valid-vbm-oata
              display "erro ao abrir o arquivo vbm-atau! status: "
                      fs-vbm-oata
              move "erro"                    to ws-situacao-arquivo
              set wss-arquivo-ok             to false
              perform finalizar-conversao
              exit paragraph
           end-if.
           perform abrir-cvwk-descarga.
           if not wss-arquivo-ok
              close vbm-oata
              perform finalizar-conversao
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-oata
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-oata
                    add 1                    to ws-qtd-lidos
                    perform completar-linha-oata
                    move spaces              to ws-imagem
                    move reg-oata            to ws-imagem(1:202)
                    perform gravar-imagem-cvwk
                 else
                    move "erro"              to ws-situacao-arquivo
                    set wss-arquivo-ok       to false
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-oata.
           close vbm-cvwk.
           if wss-arquivo-ok
              perform recarregar-vbm-atau
           end-if.
           perform finalizar-conversao.
      *
       completar-linha-oata.
           if ws-tam-linha < 202
              compute ws-tam-pos = ws-tam-linha + 1
              compute ws-tam-resto = 202 - ws-tam-linha
              move spaces to reg-oata(ws-tam-pos:ws-tam-resto)
           end-if.
      *
       recarregar-vbm-atau.
           open output vbm-atau.
           if not valid-vbm-atau
              display "erro ao regravar o arquivo vbm-atau! status: "
                      fs-vbm-atau
              move "erro"                    to ws-situacao-arquivo
              set wss-arquivo-ok             to false
              exit paragraph
           end-if.
           perform abrir-cvwk-recarga.
           if not wss-arquivo-ok
              close vbm-atau
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-cvwk
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 move reg-cvwk               to reg-atau
                 write reg-atau
                 if valid-vbm-atau
                    add 1                    to ws-qtd-gravados
                 else
                    display "erro ao recarregar vbm-atau! status: "
                            fs-vbm-atau
                    move "erro"              to ws-situacao-arquivo
                    set wss-arquivo-ok       to false
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-cvwk.
           close vbm-atau.
      *
      ******************************************************************
      *    vbm-ttwk (sequencial): arquivo de trabalho do vbm-1007;     *
      *    so existe quando uma compactacao ficou interrompida, mas    *
      *    nesse caso precisa acompanhar o layout novo de vbm-ttau     *
      *    (mesma conversao idempotente linha a linha)                 *
      ******************************************************************
       converter-vbm-ttwk.
           move "VBM-TTWK"                   to ws-arquivo-atual.
           perform iniciar-conversao.
           open input vbm-ottw.
           if inexistente-vbm-ottw
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-conversao
              exit paragraph
           end-if.
           if not valid-vbm-ottw
              display "erro ao abrir o arquivo vbm-ttwk! status: "
                      fs-vbm-ottw
              move "erro"                    to ws-situacao-arquivo
              set wss-arquivo-ok             to false
              perform finalizar-conversao
              exit paragraph
           end-if.
           perform abrir-cvwk-descarga.
           if not wss-arquivo-ok
              close vbm-ottw
              perform finalizar-conversao
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-ottw
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-ottw
                    add 1                    to ws-qtd-lidos
                    perform completar-linha-ottw
                    move spaces              to ws-imagem
                    move reg-ottw            to ws-imagem(1:202)
                    perform gravar-imagem-cvwk
                 else
                    move "erro"              to ws-situacao-arquivo
                    set wss-arquivo-ok       to false
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-ottw.
           close vbm-cvwk.
           if wss-arquivo-ok
              perform recarregar-vbm-ttwk
           end-if.
           perform finalizar-conversao.
      *
       completar-linha-ottw.
           if ws-tam-linha < 202
              compute ws-tam-pos = ws-tam-linha + 1
              compute ws-tam-resto = 202 - ws-tam-linha
              move spaces to reg-ottw(ws-tam-pos:ws-tam-resto)
           end-if.
      *
       recarregar-vbm-ttwk.
           open output vbm-ttwk.
           if not valid-vbm-ttwk
              display "erro ao regravar o arquivo vbm-ttwk! status: "
                      fs-vbm-ttwk
              move "erro"                    to ws-situacao-arquivo
              set wss-arquivo-ok             to false
              exit paragraph
           end-if.
           perform abrir-cvwk-recarga.
           if not wss-arquivo-ok
              close vbm-ttwk
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-cvwk
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 move reg-cvwk               to reg-ttwk
                 write reg-ttwk
                 if valid-vbm-ttwk
                    add 1                    to ws-qtd-gravados
                 else
                    display "erro ao recarregar vbm-ttwk! status: "
                            fs-vbm-ttwk
                    move "erro"              to ws-situacao-arquivo
                    set wss-arquivo-ok       to false
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-cvwk.
           close vbm-ttwk.
      *
      ******************************************************************
      *    vbm-pet: acrescenta a situacao ativo e a data de obito      *
      *    zerada no fim do registro                                   *
      ******************************************************************
       converter-vbm-pet.
           move "VBM-PET"                    to ws-arquivo-atual.
           perform iniciar-conversao.
           open input vbm-opet.
           if inexistente-vbm-opet
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-conversao
              exit paragraph
           end-if.
           if not valid-vbm-opet
              perform verificar-pet-convertido
              perform finalizar-conversao
              exit paragraph
           end-if.
           perform abrir-cvwk-descarga.
           if not wss-arquivo-ok
              close vbm-opet
              perform finalizar-conversao
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-opet next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-opet
                    add 1                    to ws-qtd-lidos
                    move spaces              to ws-imagem
                    move reg-opet            to ws-imagem(1:79)
                    move "A"                 to ws-imagem(80:1)
                    move zeros               to ws-imagem(81:8)
                    perform gravar-imagem-cvwk
                 else
                    move "erro"              to ws-situacao-arquivo
                    set wss-arquivo-ok       to false
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-opet.
           close vbm-cvwk.
           if wss-arquivo-ok
              perform recarregar-vbm-pet
           end-if.
           perform finalizar-conversao.
      *
       verificar-pet-convertido.
           open input vbm-pet.
           if valid-vbm-pet
              close vbm-pet
              move "ja convertido"           to ws-situacao-arquivo
              set wss-pular-arquivo          to true
           else
              display "erro ao abrir o arquivo vbm-pet! status: "
                      fs-vbm-opet
              move "erro"                    to ws-situacao-arquivo
              set wss-arquivo-ok             to false
           end-if.
      *
       recarregar-vbm-pet.
           open output vbm-pet.
           if not valid-vbm-pet
              display "erro ao regravar o arquivo vbm-pet! status: "
                      fs-vbm-pet
              move "erro"                    to ws-situacao-arquivo
              set wss-arquivo-ok             to false
              exit paragraph
           end-if.
           perform abrir-cvwk-recarga.
           if not wss-arquivo-ok
              close vbm-pet
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-cvwk
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 move reg-cvwk               to reg-pet
                 write reg-pet
                 if valid-vbm-pet
                    add 1                    to ws-qtd-gravados
                 else
                    display "erro ao recarregar vbm-pet! status: "
                            fs-vbm-pet
                    move "erro"              to ws-situacao-arquivo
                    set wss-arquivo-ok       to false
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-cvwk.
           close vbm-pet.
      *
      ******************************************************************
      *    vbm-apet: mesmo acrescimo do vbm-pet no arquivo morto       *
      ******************************************************************
       converter-vbm-apet.
           move "VBM-APET"                   to ws-arquivo-atual.
           perform iniciar-conversao.
           open input vbm-oapt.
           if inexistente-vbm-oapt
              move "ausente"                 to ws-situacao-arquivo
              perform finalizar-conversao
              exit paragraph
           end-if.
           if not valid-vbm-oapt
              perform verificar-apet-convertido
              perform finalizar-conversao
              exit paragraph
           end-if.
           perform abrir-cvwk-descarga.
           if not wss-arquivo-ok
              close vbm-oapt
              perform finalizar-conversao
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-oapt next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if valid-vbm-oapt
                    add 1                    to ws-qtd-lidos
                    move spaces              to ws-imagem
                    move reg-oapt            to ws-imagem(1:79)
                    move "A"                 to ws-imagem(80:1)
                    move zeros               to ws-imagem(81:8)
                    perform gravar-imagem-cvwk
                 else
                    move "erro"              to ws-situacao-arquivo
                    set wss-arquivo-ok       to false
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-oapt.
           close vbm-cvwk.
           if wss-arquivo-ok
              perform recarregar-vbm-apet
           end-if.
           perform finalizar-conversao.
      *
       verificar-apet-convertido.
           open input vbm-apet.
           if valid-vbm-apet
              close vbm-apet
              move "ja convertido"           to ws-situacao-arquivo
              set wss-pular-arquivo          to true
           else
              display "erro ao abrir o arquivo vbm-apet! status: "
                      fs-vbm-oapt
              move "erro"                    to ws-situacao-arquivo
              set wss-arquivo-ok             to false
           end-if.
      *
       recarregar-vbm-apet.
           open output vbm-apet.
           if not valid-vbm-apet
              display "erro ao regravar o arquivo vbm-apet! status: "
                      fs-vbm-apet
              move "erro"                    to ws-situacao-arquivo
              set wss-arquivo-ok             to false
              exit paragraph
           end-if.
           perform abrir-cvwk-recarga.
           if not wss-arquivo-ok
              close vbm-apet
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-cvwk
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 move reg-cvwk               to reg-apet
                 write reg-apet
                 if valid-vbm-apet
                    add 1                    to ws-qtd-gravados
                 else
                    display "erro ao recarregar vbm-apet! status: "
                            fs-vbm-apet
                    move "erro"              to ws-situacao-arquivo
                    set wss-arquivo-ok       to false
                    set wss-fim-arquivo      to true
                 end-if
              end-if
           end-perform.
           close vbm-cvwk.
           close vbm-apet.
      *
       imprimir-total.
           write reg-rcnv                    from ws-linha-branco.
           move "arquivos processados...: "  to ws-linha-total.
           move ws-total-arquivos            to wsl-total.
           write reg-rcnv                    from ws-linha-total.
           move "arquivos com erro......: "  to ws-linha-total.
           move ws-total-com-erro            to wsl-total.
           write reg-rcnv                    from ws-linha-total.
