
      *> Los dos ultimos periodos distintos de la historia son los
      *> que Variacion compara; el anterior de los dos marca la
      *> ventana que el journal tampoco puede perder. Las corridas
      *> extraordinarias ('X'/'Y') no cuentan como periodo.
       determinar-ventana-variacion.
           open input archivo-historia
           if ws-estado-historia not = '00'
                       at end
                           move 'S' to ws-fin-archivo
                       not at end
                           if his-tipo not = 'X' and his-tipo not = 'Y'
                               move his-periodo to ws-clave-registro
                               perform registrar-clave-distinta
                           end-if
                   end-read
               end-perform
               close archivo-historia
