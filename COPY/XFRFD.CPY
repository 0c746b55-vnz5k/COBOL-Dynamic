      *****************************************************************
      *    XF-PLANO - IMAGEN PLANA DE UN ARCHIVO (FD)                 *
      *    UN RENGLON POR REGISTRO, TAL CUAL SU FD; EL MAS ANCHO DE   *
      *    LA LISTA DE XFRLKUP ES PEND-REC (285).                     *
      *****************************************************************
       FD  XF-PLANO.
       01  XF-REC                      PIC X(300).
