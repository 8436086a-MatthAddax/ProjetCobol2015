               03 numeroSiege              pic 9(4).
           02 categSiege                   pic 9.
           02 codeClientSiege              pic x(6).
           02 surreservationSiege          pic x.
       FD FiRegistreBillets.
       01 EnregRegistreBillet.
           02 numeroBillet                 pic 9(8).
