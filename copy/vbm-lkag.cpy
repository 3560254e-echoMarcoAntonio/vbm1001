      *================================================================*
      *  vbm-lkag.cpy  -  parametros de chamada da agenda de           *
      *  atendimentos (vbm-1004): tutor e pet pre-selecionados na      *
      *  tela de pets; zeros quando a agenda e aberta avulsa           *
      *================================================================*
       01 lkag-parametros.
          03 lkag-cd-tutor                pic 9(07).
          03 lkag-nm-tutor                pic x(30).
          03 lkag-cd-pet                  pic 9(03).
          03 lkag-nm-pet                  pic x(20).
