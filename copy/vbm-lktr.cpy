      *================================================================*
      *  vbm-lktr.cpy  -  parametros de chamada da transferencia de    *
      *  pet entre tutores (vbm-1032): pet de origem, tutor de destino *
      *  e operador; devolve o novo codigo do pet ou a mensagem de     *
      *  erro para a tela de pets                                      *
      *================================================================*
       01 lktr-parametros.
          03 lktr-cd-tutor-origem         pic 9(07).
          03 lktr-cd-pet-origem           pic 9(03).
          03 lktr-cd-tutor-destino        pic 9(07).
          03 lktr-cd-operador             pic x(08).
          03 lktr-cd-pet-destino          pic 9(03).
          03 lktr-retorno                 pic x(01).
             88 lktr-ok                   value "S".
             88 lktr-erro                 value "E".
          03 lktr-mensagem                pic x(60).
