       identification                       division.
       program-id.                          vbm-1007.
       author.                              stanicki.
       date-written.                        ago-2026.
      ******************************************************************
      *      arquivamento periodico de tutores excluidos               *
      *      move para os arquivos mortos (vbm-atut, vbm-apet,         *
      *      vbm-atau) os tutores excluidos cuja ultima acao em        *
      *      vbm-ttau e mais antiga que o periodo de retencao,         *
      *      junto com os pets remanescentes e as linhas de            *
      *      auditoria, e compacta vbm-ttau                            *
      *                                                                *
      *      periodo de retencao em meses na variavel de ambiente      *
      *      VBM-1007-MESES (padrao 12)                                *
      *                                                                *
      *      usa o checkpoint vbm-ckpt como o vbm-1003: um tutor ja    *
      *      gravado no arquivo morto numa execucao interrompida e     *
      *      reconhecido pela chave duplicada e nao e arquivado duas   *
      *      vezes; a compactacao da auditoria so substitui vbm-ttau   *
      *      depois do arquivo de trabalho completo                    *
      ******************************************************************
       environment                          division.
       special-names.
           decimal-point is comma.
       input-output                         section.
       file-control.
           copy "vbm-tuto.sl".
           copy "vbm-pet.sl".
           copy "vbm-vacc.sl".
           copy "vbm-agnd.sl".
           copy "vbm-ttau.sl".
           copy "vbm-atut.sl".
           copy "vbm-apet.sl".
           copy "vbm-avac.sl".
           copy "vbm-atau.sl".
           copy "vbm-pron.sl".
           copy "vbm-ttwk.sl".
           copy "vbm-ckpt.sl".
           copy "vbm-rarq.sl".
       data                                 division.
       file                                 section.
           copy "vbm-tuto.fd".
           copy "vbm-pet.fd".
           copy "vbm-vacc.fd".
           copy "vbm-agnd.fd".
           copy "vbm-ttau.fd".
           copy "vbm-atut.fd".
           copy "vbm-apet.fd".
           copy "vbm-avac.fd".
           copy "vbm-atau.fd".
           copy "vbm-pron.fd".
           copy "vbm-ttwk.fd".
           copy "vbm-ckpt.fd".
           copy "vbm-rarq.fd".
      ******************************************************************
      *                        working storage                         *
      ******************************************************************
       working-storage                      section.
       77 fs-vbm-tuto pic xx.
          88 valid-vbm-tuto value "00" thru "09".
       77 fs-vbm-pet pic xx.
          88 valid-vbm-pet value "00" thru "09".
       77 fs-vbm-vacc pic xx.
          88 valid-vbm-vacc value "00" thru "09".
          88 inexistente-vbm-vacc value "35".
       77 fs-vbm-agnd pic xx.
          88 valid-vbm-agnd value "00" thru "09".
          88 inexistente-vbm-agnd value "35".
       77 fs-vbm-ttau pic xx.
          88 valid-vbm-ttau value "00" thru "09".
       77 fs-vbm-atut pic xx.
          88 valid-vbm-atut value "00" thru "09".
          88 inexistente-vbm-atut value "35".
          88 duplicado-vbm-atut value "22".
       77 fs-vbm-apet pic xx.
          88 valid-vbm-apet value "00" thru "09".
          88 inexistente-vbm-apet value "35".
          88 duplicado-vbm-apet value "22".
       77 fs-vbm-avac pic xx.
          88 valid-vbm-avac value "00" thru "09".
          88 inexistente-vbm-avac value "35".
          88 duplicado-vbm-avac value "22".
       77 fs-vbm-atau pic xx.
          88 valid-vbm-atau value "00" thru "09".
       77 fs-vbm-ttwk pic xx.
          88 valid-vbm-ttwk value "00" thru "09".
       77 fs-vbm-pron pic xx.
          88 valid-vbm-pron value "00" thru "09".
          88 inexistente-vbm-pron value "35".
       77 fs-vbm-ckpt pic xx.
          88 valid-vbm-ckpt value "00" thru "09".
          88 nao-encontrado-vbm-ckpt value "23".
       77 fs-vbm-rarq pic xx.
          88 valid-vbm-rarq value "00" thru "09".
      *
       01 wss-controle-batch                pic 9(01).
          88 wss-fim-arquivo                value 1 false 0.
       01 wss-fl-fim-pets                   pic 9(01).
          88 wss-fim-pets                   value 1 false 0.
       01 wss-fl-tutor-arquivado            pic 9(01).
          88 wss-tutor-arquivado            value 1 false 0.
       01 wss-fl-reinicio                   pic 9(01).
          88 wss-reinicio                   value 1 false 0.
       01 wss-fl-erro-pets                  pic 9(01).
          88 wss-erro-pets                  value 1 false 0.
       01 wss-fl-fim-filhos                 pic 9(01).
          88 wss-fim-filhos                 value 1 false 0.
       01 wss-fl-erro-troca                 pic 9(01).
          88 wss-erro-troca                 value 1 false 0.
       01 wss-fl-varredura-pend             pic 9(01).
          88 wss-varredura-pendente         value 1 false 0.
       01 wss-fl-verif-arquivado            pic 9(01).
          88 wss-verif-arquivado            value 1 false 0.
       01 ws-verif-cd-tutor                 pic 9(07).
      *
       01 ws-ret-meses-x                    pic x(04).
       01 ws-ret-meses                      pic 9(04) comp.
       01 ws-ret-pos                        pic 9(02) comp.
       01 ws-ret-digito                     pic 9(01).
      *
       01 ws-data-hoje                      pic 9(08).
       01 ws-data-hoje-r redefines ws-data-hoje.
          03 ws-hoje-ano                    pic 9(04).
          03 ws-hoje-mes                    pic 9(02).
          03 ws-hoje-dia                    pic 9(02).
       01 ws-meses-total                    pic 9(06) comp.
       01 ws-corte-ano                      pic 9(04) comp.
       01 ws-corte-mes0                     pic 9(02) comp.
       01 ws-data-corte                     pic 9(06).
       01 ws-acao-aaaamm                    pic 9(06).
       01 ws-acao-data                      pic 9(08).
      *
       01 ws-qtd-tab                        pic 9(04) comp.
       01 ws-idx                            pic 9(04) comp.
       01 ws-idx2                           pic 9(04) comp.
       01 ws-tab-excluidos.
          03 ws-tab-entrada                 occurs 1000 times.
             05 ws-tab-cd-tutor             pic 9(07).
             05 ws-tab-nm-tutor             pic x(30).
             05 ws-tab-ult-acao             pic 9(08).
             05 ws-tab-fl-arquivar          pic 9(01).
                88 ws-tab-arquivar          value 1 false 0.
             05 ws-tab-qtd-pets             pic 9(03).
             05 ws-tab-qtd-ttau             pic 9(05).
      *
       01 ws-total-excluidos                pic 9(05) comp.
       01 ws-total-excedentes               pic 9(05) comp.
       01 ws-total-tuto-arq                 pic 9(05) comp.
       01 ws-total-pets-arq                 pic 9(05) comp.
       01 ws-total-vacc-arq                 pic 9(07) comp.
       01 ws-total-agnd-exc                 pic 9(05) comp.
       01 ws-total-pron-exc                 pic 9(05) comp.
       01 ws-total-ttau-arq                 pic 9(07) comp.
       01 ws-total-ja-proc                  pic 9(05) comp.
       01 ws-total-sem-auditoria            pic 9(05) comp.
       01 ws-total-no-prazo                 pic 9(05) comp.
      *
       01 ws-linha-titulo                   pic x(132).
       01 ws-linha-branco                   pic x(132) value spaces.
       01 ws-linha-corte.
          03 filler                         pic x(33)
             value "retencao (meses)...............: ".
          03 wsl-ret-meses                  pic z(03)9.
       01 ws-linha-reinicio                 pic x(132)
          value "compactacao da auditoria retomada de execucao interr
      -        "ompida".
       01 ws-linha-cabecalho.
          03 filler                         pic x(07) value "tutor ".
          03 filler                         pic x(31) value "nome ".
          03 filler                         pic x(12)
             value "ult. acao ".
          03 filler                         pic x(06) value "pets ".
          03 filler                         pic x(15)
             value "linhas audit.".
       01 ws-linha-detalhe.
          03 wsl-cd-tutor                   pic z(06)9.
          03 filler                         pic x(01) value space.
          03 wsl-nm-tutor                   pic x(30).
          03 filler                         pic x(01) value space.
          03 wsl-ult-acao                   pic x(10).
          03 filler                         pic x(01) value space.
          03 wsl-qtd-pets                   pic z(04)9.
          03 filler                         pic x(01) value space.
          03 wsl-qtd-ttau                   pic z(06)9.
       01 ws-linha-excesso                  pic x(132)
          value "limite de 1000 tutores por execucao atingido - execu
      -        "te o processamento novamente".
       01 ws-linha-erro-troca               pic x(132)
          value "substituicao de vbm-ttau nao concluida - sera refeit
      -        "a na proxima execucao".
       01 ws-linha-total.
          03 filler                         pic x(33).
          03 wsl-total                      pic z(06)9.
      ******************************************************************
      *                       procedure division                       *
      ******************************************************************
       procedure                            division.
           perform abrir-arquivos.
           perform obter-checkpoint.
           perform calcular-data-corte.
           perform imprimir-cabecalho.
           perform carregar-tutores-excluidos.
           perform carregar-ultima-acao.
           perform arquivar-tutores.
           perform compactar-auditoria.
           perform imprimir-relatorio.
           perform fechar-arquivos.
           goback.
      *
       abrir-arquivos.
           open i-o vbm-tuto.
           if not valid-vbm-tuto
              display "erro ao abrir o arquivo vbm-tuto! status: "
                      fs-vbm-tuto
              goback
           end-if.
           open i-o vbm-pet.
           if not valid-vbm-pet
              display "erro ao abrir o arquivo vbm-pet! status: "
                      fs-vbm-pet
              goback
           end-if.
           open i-o vbm-vacc.
           if inexistente-vbm-vacc
              open output vbm-vacc
              close vbm-vacc
              open i-o vbm-vacc
           end-if.
           if not valid-vbm-vacc
              display "erro ao abrir o arquivo vbm-vacc! status: "
                      fs-vbm-vacc
              goback
           end-if.
           open i-o vbm-agnd.
           if inexistente-vbm-agnd
              open output vbm-agnd
              close vbm-agnd
              open i-o vbm-agnd
           end-if.
           if not valid-vbm-agnd
              display "erro ao abrir o arquivo vbm-agnd! status: "
                      fs-vbm-agnd
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
              goback
           end-if.
           open i-o vbm-apet.
           if inexistente-vbm-apet
              open output vbm-apet
              close vbm-apet
              open i-o vbm-apet
           end-if.
           if not valid-vbm-apet
              display "erro ao abrir o arquivo vbm-apet! status: "
                      fs-vbm-apet
              goback
           end-if.
           open i-o vbm-avac.
           if inexistente-vbm-avac
              open output vbm-avac
              close vbm-avac
              open i-o vbm-avac
           end-if.
           if not valid-vbm-avac
              display "erro ao abrir o arquivo vbm-avac! status: "
                      fs-vbm-avac
              goback
           end-if.
           open i-o vbm-pron.
           if inexistente-vbm-pron
              open output vbm-pron
              close vbm-pron
              open i-o vbm-pron
           end-if.
           if not valid-vbm-pron
              display "erro ao abrir o arquivo vbm-pron! status: "
                      fs-vbm-pron
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
           open output vbm-rarq.
           if not valid-vbm-rarq
              display "erro ao abrir o arquivo vbm-rarq! status: "
                      fs-vbm-rarq
              goback
           end-if.
      *
       fechar-arquivos.
           close vbm-tuto.
           close vbm-pet.
           close vbm-vacc.
           close vbm-agnd.
           close vbm-atut.
           close vbm-apet.
           close vbm-avac.
           close vbm-pron.
           close vbm-ckpt.
           close vbm-rarq.
      *
      ******************************************************************
      *    le o registro de checkpoint do programa; se a execucao      *
      *    anterior parou depois do arquivo de trabalho completo       *
      *    (fase 1), conclui a substituicao de vbm-ttau antes de       *
      *    comecar o novo ciclo                                        *
      ******************************************************************
       obter-checkpoint.
           move "VBM1007"                    to ckpt-programa.
           read vbm-ckpt.
           if nao-encontrado-vbm-ckpt
              move zero                      to ckpt-ult-registro-lido
              move zero                      to ckpt-ult-cd-tutor-ok
              accept ckpt-dt-atualizacao     from date yyyymmdd
              accept ckpt-hr-atualizacao     from time
              write reg-ckpt
           end-if.
           set wss-reinicio                  to false.
           set wss-erro-troca                to false.
           if ckpt-ult-registro-lido equal 1
              perform copiar-ttwk-para-ttau
              if not wss-erro-troca
                 perform finalizar-checkpoint
              end-if
              set wss-reinicio               to true
           end-if.
           set wss-varredura-pendente        to false.
           if ckpt-ult-registro-lido equal zero
              and ckpt-ult-cd-tutor-ok not equal zero
              set wss-varredura-pendente     to true
           end-if.
      *
       atualizar-checkpoint.
           accept ckpt-dt-atualizacao        from date yyyymmdd.
           accept ckpt-hr-atualizacao        from time.
           rewrite reg-ckpt.
      *
       finalizar-checkpoint.
           move zero                         to ckpt-ult-registro-lido.
           move zero                         to ckpt-ult-cd-tutor-ok.
           perform atualizar-checkpoint.
      *
      ******************************************************************
      *    periodo de retencao em meses (VBM-1007-MESES, padrao 12)    *
      *    e mes de corte: ultima acao anterior ao corte arquiva       *
      ******************************************************************
       calcular-data-corte.
           move spaces                       to ws-ret-meses-x.
           accept ws-ret-meses-x            from environment
                                            "VBM-1007-MESES".
           move zero                         to ws-ret-meses.
           perform varying ws-ret-pos from 1 by 1
                      until ws-ret-pos > 4
              if ws-ret-meses-x(ws-ret-pos:1) is numeric
                 move ws-ret-meses-x(ws-ret-pos:1) to ws-ret-digito
                 compute ws-ret-meses = ws-ret-meses * 10 +
                    ws-ret-digito
              end-if
           end-perform.
           if ws-ret-meses equal zero
              move 12                        to ws-ret-meses
           end-if.
           accept ws-data-hoje               from date yyyymmdd.
           compute ws-meses-total = ws-hoje-ano * 12 + ws-hoje-mes
                                    - 1 - ws-ret-meses.
           divide ws-meses-total by 12 giving ws-corte-ano
                                         remainder ws-corte-mes0.
           compute ws-data-corte = ws-corte-ano * 100
                                   + ws-corte-mes0 + 1.
      *
       imprimir-cabecalho.
           move "relatorio de arquivamento de tutores - vbm-1007"
                                             to ws-linha-titulo.
           write reg-rarq                   from ws-linha-titulo.
           move ws-ret-meses                 to wsl-ret-meses.
           write reg-rarq                   from ws-linha-corte.
           if wss-reinicio
              write reg-rarq                from ws-linha-reinicio
           end-if.
           write reg-rarq                   from ws-linha-branco.
           write reg-rarq                   from ws-linha-cabecalho.
      *
      ******************************************************************
      *    passo 1 - tutores com situacao de excluido entram na        *
      *    tabela de candidatos (ate 1000 por execucao)                *
      ******************************************************************
       carregar-tutores-excluidos.
           move zero                         to ws-qtd-tab.
           move zero                         to ws-total-excluidos.
           move zero                         to ws-total-excedentes.
           set wss-fim-arquivo               to false.
           initialize reg-tuto.
           move low-value                    to tuto-cd-tutor.
           start vbm-tuto key is not less than tuto-cd-tutor.
           if not valid-vbm-tuto
              set wss-fim-arquivo            to true
           end-if.
           perform with test before until wss-fim-arquivo
              read vbm-tuto next record
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 if tuto-excluido
                    add 1                    to ws-total-excluidos
                    if ws-qtd-tab < 1000
                       add 1                 to ws-qtd-tab
                       initialize ws-tab-entrada(ws-qtd-tab)
                       move tuto-cd-tutor    to
                          ws-tab-cd-tutor(ws-qtd-tab)
                       move tuto-nm-tutor    to
                          ws-tab-nm-tutor(ws-qtd-tab)
                    else
                       add 1                 to ws-total-excedentes
                    end-if
                 end-if
              end-if
           end-perform.
      *
      ******************************************************************
      *    passo 2 - varre vbm-ttau e guarda, por candidato, a data    *
      *    da acao mais recente registrada na trilha                   *
      ******************************************************************
       carregar-ultima-acao.
           if ws-qtd-tab equal zero
              exit paragraph
           end-if.
           open input vbm-ttau.
           if not valid-vbm-ttau
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-ttau
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 divide ttau-dt-hora by 1000000
                    giving ws-acao-data
                 perform varying ws-idx from 1 by 1
                            until ws-idx > ws-qtd-tab
                    if ws-tab-cd-tutor(ws-idx) equal ttau-cd-tutor
                       if ws-acao-data > ws-tab-ult-acao(ws-idx)
                          move ws-acao-data  to
                             ws-tab-ult-acao(ws-idx)
                       end-if
                       move ws-qtd-tab       to ws-idx
                    end-if
                 end-perform
              end-if
           end-perform.
           close vbm-ttau.
      *
      ******************************************************************
      *    passo 3 - arquiva os candidatos cuja ultima acao e          *
      *    anterior ao mes de corte: grava no arquivo morto, remove    *
      *    os pets e o tutor dos mestres e atualiza o checkpoint       *
      ******************************************************************
       arquivar-tutores.
           move zero                         to ws-total-tuto-arq.
           move zero                         to ws-total-pets-arq.
           move zero                         to ws-total-vacc-arq.
           move zero                         to ws-total-agnd-exc.
           move zero                         to ws-total-pron-exc.
           move zero                         to ws-total-ja-proc.
           move zero                         to ws-total-sem-auditoria.
           move zero                         to ws-total-no-prazo.
           perform varying ws-idx from 1 by 1
                      until ws-idx > ws-qtd-tab
              if ws-tab-ult-acao(ws-idx) equal zero
                 add 1                       to ws-total-sem-auditoria
              else
                 divide ws-tab-ult-acao(ws-idx) by 100
                    giving ws-acao-aaaamm
                 if ws-acao-aaaamm < ws-data-corte
                    perform arquivar-um-tutor
                 else
                    add 1                    to ws-total-no-prazo
                 end-if
              end-if
           end-perform.
      *
       arquivar-um-tutor.
           set wss-tutor-arquivado           to false.
           initialize reg-tuto.
           move ws-tab-cd-tutor(ws-idx)      to tuto-cd-tutor.
           read vbm-tuto with no lock.
           if not valid-vbm-tuto
              add 1                          to ws-total-ja-proc
              exit paragraph
           end-if.
           write reg-atut                   from reg-tuto.
           if not valid-vbm-atut and not duplicado-vbm-atut
              display "erro ao gravar no arquivo morto de tutores "
                      "status: " fs-vbm-atut
              exit paragraph
           end-if.
           move ws-tab-cd-tutor(ws-idx)      to ckpt-ult-cd-tutor-ok.
           perform atualizar-checkpoint.
           perform arquivar-pets-tutor.
           if wss-erro-pets
              exit paragraph
           end-if.
           delete vbm-tuto record.
           if not valid-vbm-tuto
              display "erro ao remover o tutor "
                      ws-tab-cd-tutor(ws-idx)
                      " status: " fs-vbm-tuto
              exit paragraph
           end-if.
           set wss-tutor-arquivado           to true.
           set ws-tab-arquivar(ws-idx)       to true.
           add 1                             to ws-total-tuto-arq.
      *
      ******************************************************************
      *    remove e arquiva os pets remanescentes do tutor; a          *
      *    pesquisa recomeca pela chave alternativa a cada remocao     *
      ******************************************************************
       arquivar-pets-tutor.
           set wss-fim-pets                  to false.
           set wss-erro-pets                 to false.
           perform with test before until wss-fim-pets
              initialize reg-pet
              move ws-tab-cd-tutor(ws-idx)   to pet-cd-tutor
              start vbm-pet key is equal to pet-cd-tutor
              if valid-vbm-pet
                 read vbm-pet next with no lock
              end-if
              if not valid-vbm-pet
                 or pet-cd-tutor not equal ws-tab-cd-tutor(ws-idx)
                 set wss-fim-pets            to true
              else
                 perform arquivar-um-pet
                 if wss-erro-pets
                    set wss-fim-pets         to true
                 end-if
              end-if
           end-perform.
      *
      ******************************************************************
      *    o pet vai para o arquivo morto junto com a sua carteira     *
      *    de vacinacao; os atendimentos da agenda sao removidos;      *
      *    qualquer erro interrompe sem remover o pet do mestre        *
      ******************************************************************
       arquivar-um-pet.
           perform arquivar-vacinas-pet.
           if wss-erro-pets
              exit paragraph
           end-if.
           perform excluir-agenda-pet.
           if wss-erro-pets
              exit paragraph
           end-if.
           perform excluir-prontuario-pet.
           if wss-erro-pets
              exit paragraph
           end-if.
           write reg-apet                   from reg-pet.
           if not valid-vbm-apet and not duplicado-vbm-apet
              display "erro ao gravar no arquivo morto de pets "
                      "status: " fs-vbm-apet
              set wss-erro-pets              to true
              exit paragraph
           end-if.
           delete vbm-pet record.
           if valid-vbm-pet
              add 1                          to ws-tab-qtd-pets(ws-idx)
              add 1                          to ws-total-pets-arq
           else
              display "erro ao remover o pet do tutor "
                      ws-tab-cd-tutor(ws-idx)
                      " status: " fs-vbm-pet
              set wss-erro-pets              to true
           end-if.
      *
       arquivar-vacinas-pet.
           set wss-fim-filhos                to false.
           perform with test before until wss-fim-filhos
              initialize reg-vacc
              move pet-cd-tutor              to vacc-cd-tutor
              move pet-cd-pet                to vacc-cd-pet
              move low-value                 to vacc-sq-vacc
              start vbm-vacc key greater than vacc-chave-vacc
              if valid-vbm-vacc
                 read vbm-vacc next with no lock
              end-if
              if not valid-vbm-vacc
                 or vacc-cd-tutor not equal pet-cd-tutor
                 or vacc-cd-pet not equal pet-cd-pet
                 set wss-fim-filhos          to true
              else
                 write reg-avac             from reg-vacc
                 if not valid-vbm-avac and not duplicado-vbm-avac
                    display "erro ao gravar no arquivo morto de "
                            "vacinas status: " fs-vbm-avac
                    set wss-fim-filhos       to true
                    set wss-erro-pets        to true
                 else
                    delete vbm-vacc record
                    if valid-vbm-vacc
                       add 1                 to ws-total-vacc-arq
                    else
                       display "erro ao remover a vacina do pet "
                               pet-chave-pet
                               " status: " fs-vbm-vacc
                       set wss-fim-filhos    to true
                       set wss-erro-pets     to true
                    end-if
                 end-if
              end-if
           end-perform.
      *
       excluir-agenda-pet.
           set wss-fim-filhos                to false.
           perform with test before until wss-fim-filhos
              initialize reg-agnd
              move pet-cd-tutor              to agnd-cd-tutor
              move pet-cd-pet                to agnd-cd-pet
              start vbm-agnd key is equal to agnd-chave-pet-agenda
              if valid-vbm-agnd
                 read vbm-agnd next with no lock
              end-if
              if not valid-vbm-agnd
                 or agnd-cd-tutor not equal pet-cd-tutor
                 or agnd-cd-pet not equal pet-cd-pet
                 set wss-fim-filhos          to true
              else
                 delete vbm-agnd record
                 if valid-vbm-agnd
                    add 1                    to ws-total-agnd-exc
                 else
                    display "erro ao remover a agenda do pet "
                            pet-chave-pet
                            " status: " fs-vbm-agnd
                    set wss-fim-filhos       to true
                    set wss-erro-pets        to true
                 end-if
              end-if
           end-perform.
      *
       excluir-prontuario-pet.
           set wss-fim-filhos                to false.
           perform with test before until wss-fim-filhos
              initialize reg-pron
              move pet-cd-tutor              to pron-cd-tutor
              move pet-cd-pet                to pron-cd-pet
              move low-value                 to pron-sq-pron
              start vbm-pron key greater than pron-chave-pron
              if valid-vbm-pron
                 read vbm-pron next with no lock
              end-if
              if not valid-vbm-pron
                 or pron-cd-tutor not equal pet-cd-tutor
                 or pron-cd-pet not equal pet-cd-pet
                 set wss-fim-filhos          to true
              else
                 delete vbm-pron record
                 if valid-vbm-pron
                    add 1                    to ws-total-pron-exc
                 else
                    display "erro ao remover o prontuario do pet "
                            pet-chave-pet
                            " status: " fs-vbm-pron
                    set wss-fim-filhos       to true
                    set wss-erro-pets        to true
                 end-if
              end-if
           end-perform.
      *
      ******************************************************************
      *    passo 4 - compactacao de vbm-ttau: as linhas dos tutores    *
      *    arquivados vao para o arquivo morto, as demais para o       *
      *    arquivo de trabalho, que substitui vbm-ttau ao final;       *
      *    o checkpoint em fase 1 protege a troca contra interrupcao   *
      ******************************************************************
       compactar-auditoria.
           move zero                         to ws-total-ttau-arq.
           move zeros                        to ws-verif-cd-tutor.
           set wss-verif-arquivado           to false.
           if ws-total-tuto-arq equal zero
              and not wss-varredura-pendente
              exit paragraph
           end-if.
           open input vbm-ttau.
           if not valid-vbm-ttau
              exit paragraph
           end-if.
           open output vbm-ttwk.
           if not valid-vbm-ttwk
              display "erro ao abrir o arquivo vbm-ttwk! status: "
                      fs-vbm-ttwk
              close vbm-ttau
              exit paragraph
           end-if.
           open extend vbm-atau.
           if not valid-vbm-atau
              open output vbm-atau
           end-if.
           if not valid-vbm-atau
              display "erro ao abrir o arquivo vbm-atau! status: "
                      fs-vbm-atau
              close vbm-ttau
              close vbm-ttwk
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-ttau
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 perform separar-linha-auditoria
              end-if
           end-perform.
           close vbm-ttau.
           close vbm-ttwk.
           close vbm-atau.
           move 1                            to ckpt-ult-registro-lido.
           perform atualizar-checkpoint.
           set wss-erro-troca                to false.
           perform copiar-ttwk-para-ttau.
           if not wss-erro-troca
              perform finalizar-checkpoint
           end-if.
      *
       separar-linha-auditoria.
           set wss-tutor-arquivado           to false.
           perform varying ws-idx2 from 1 by 1
                      until ws-idx2 > ws-qtd-tab
              if ws-tab-cd-tutor(ws-idx2) equal ttau-cd-tutor
                 and ws-tab-arquivar(ws-idx2)
                 set wss-tutor-arquivado     to true
                 add 1                       to ws-tab-qtd-ttau(ws-idx2)
                 move ws-qtd-tab             to ws-idx2
              end-if
           end-perform.
           if not wss-tutor-arquivado
              perform verificar-tutor-ja-arquivado
           end-if.
           if wss-tutor-arquivado
              write reg-atau                from reg-ttau
              add 1                          to ws-total-ttau-arq
           else
              write reg-ttwk                from reg-ttau
           end-if.
      *
      ******************************************************************
      *    linhas de tutores removidos numa execucao interrompida:     *
      *    quem ja esta no arquivo morto e nao existe mais no mestre   *
      *    tem a auditoria recolhida nesta passagem                    *
      ******************************************************************
       verificar-tutor-ja-arquivado.
           if ttau-cd-tutor not equal ws-verif-cd-tutor
              move ttau-cd-tutor             to ws-verif-cd-tutor
              set wss-verif-arquivado        to false
              move ttau-cd-tutor             to atut-cd-tutor
              read vbm-atut with no lock
              if valid-vbm-atut
                 initialize reg-tuto
                 move ttau-cd-tutor          to tuto-cd-tutor
                 read vbm-tuto with no lock
                 if not valid-vbm-tuto
                    set wss-verif-arquivado  to true
                 end-if
              end-if
           end-if.
           if wss-verif-arquivado
              set wss-tutor-arquivado        to true
           end-if.
      *
       copiar-ttwk-para-ttau.
           open input vbm-ttwk.
           if not valid-vbm-ttwk
              display "erro ao reabrir o arquivo vbm-ttwk! status: "
                      fs-vbm-ttwk
              set wss-erro-troca             to true
              exit paragraph
           end-if.
           open output vbm-ttau.
           if not valid-vbm-ttau
              display "erro ao regravar o arquivo vbm-ttau! status: "
                      fs-vbm-ttau
              close vbm-ttwk
              set wss-erro-troca             to true
              exit paragraph
           end-if.
           set wss-fim-arquivo               to false.
           perform with test before until wss-fim-arquivo
              read vbm-ttwk
                 at end
                    set wss-fim-arquivo      to true
              end-read
              if not wss-fim-arquivo
                 write reg-ttau             from reg-ttwk
              end-if
           end-perform.
           close vbm-ttwk.
           close vbm-ttau.
      *
      ******************************************************************
      *    relatorio: uma linha por tutor arquivado e os totais da     *
      *    execucao                                                    *
      ******************************************************************
       imprimir-relatorio.
           perform varying ws-idx from 1 by 1
                      until ws-idx > ws-qtd-tab
              if ws-tab-arquivar(ws-idx)
                 perform imprimir-tutor-arquivado
              end-if
           end-perform.
           write reg-rarq                    from ws-linha-branco.
           if ws-total-excedentes > 0
              write reg-rarq                 from ws-linha-excesso
              write reg-rarq                 from ws-linha-branco
           end-if.
           if wss-erro-troca
              write reg-rarq                 from ws-linha-erro-troca
              write reg-rarq                 from ws-linha-branco
           end-if.
           move "tutores excluidos na base......: "
                                             to ws-linha-total.
           move ws-total-excluidos           to wsl-total.
           write reg-rarq                    from ws-linha-total.
           move "tutores arquivados.............: "
                                             to ws-linha-total.
           move ws-total-tuto-arq            to wsl-total.
           write reg-rarq                    from ws-linha-total.
           move "pets arquivados................: "
                                             to ws-linha-total.
           move ws-total-pets-arq            to wsl-total.
           write reg-rarq                    from ws-linha-total.
           move "vacinas arquivadas.............: "
                                             to ws-linha-total.
           move ws-total-vacc-arq            to wsl-total.
           write reg-rarq                    from ws-linha-total.
           move "agendamentos removidos.........: "
                                             to ws-linha-total.
           move ws-total-agnd-exc            to wsl-total.
           write reg-rarq                    from ws-linha-total.
           move "prontuarios removidos..........: "
                                             to ws-linha-total.
           move ws-total-pron-exc            to wsl-total.
           write reg-rarq                    from ws-linha-total.
           move "linhas de auditoria arquivadas.: "
                                             to ws-linha-total.
           move ws-total-ttau-arq            to wsl-total.
           write reg-rarq                    from ws-linha-total.
           move "dentro do prazo de retencao....: "
                                             to ws-linha-total.
           move ws-total-no-prazo            to wsl-total.
           write reg-rarq                    from ws-linha-total.
           move "sem linha de auditoria.........: "
                                             to ws-linha-total.
           move ws-total-sem-auditoria       to wsl-total.
           write reg-rarq                    from ws-linha-total.
           move "ja arquivados anteriormente....: "
                                             to ws-linha-total.
           move ws-total-ja-proc             to wsl-total.
           write reg-rarq                    from ws-linha-total.
      *
       imprimir-tutor-arquivado.
           move ws-tab-cd-tutor(ws-idx)      to wsl-cd-tutor.
           move ws-tab-nm-tutor(ws-idx)      to wsl-nm-tutor.
           string
              ws-tab-ult-acao(ws-idx)(7:2)   delimited by size
              "/"
              ws-tab-ult-acao(ws-idx)(5:2)   delimited by size
              "/"
              ws-tab-ult-acao(ws-idx)(1:4)   delimited by size
              into wsl-ult-acao
           end-string.
           move ws-tab-qtd-pets(ws-idx)      to wsl-qtd-pets.
           move ws-tab-qtd-ttau(ws-idx)      to wsl-qtd-ttau.
           write reg-rarq                    from ws-linha-detalhe.
