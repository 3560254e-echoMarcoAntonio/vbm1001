      *================================================================*
      *  vbm-lkop.cpy  -  parametros do operador autenticado no        *
      *  menu principal (vbm-1000), repassados aos modulos para a      *
      *  trilha de auditoria e o controle de acesso por perfil         *
      *================================================================*
       01 lkop-parametros.
          03 lkop-cd-operador             pic x(08).
          03 lkop-perfil                  pic x(01).
             88 lkop-supervisor           value "S".
             88 lkop-atendente            value "A".
