      *> MANTENIMIENTO DE CUENTAS BANCARIAS DE EMPLEADOS
      *> Las bajas se aplican directo al maestro. Las altas y los
      *> cambios quedan retenidos en pendientes_aprobacion.dat hasta
      *> que otro operador los aprueba en Aprobaciones, y entran al
      *> maestro hasta el ciclo siguiente a la aprobacion.
       identification division.
       program-id. MantCuentas.

               access mode is sequential
               file status is ws-estado-log.

           select archivo-pendientes
               assign to "data/pendientes_aprobacion.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-pendientes.

           select archivo-fecha
               assign to "data/fecha_proceso.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-fecha.

       data division.
       file section.
      *> Maestro de cuentas bancarias, una por empleado: banco,
           05 ctr-cuenta        pic x(18).
           05 ctr-titular       pic x(30).
           05 ctr-activo        pic x.
           05 ctr-operador      pic x(8).

       fd archivo-log.
       01 linea-log          pic x(80).

      *> Mismo registro de pendientes que escribe Mantenimiento; aqui
      *> se usa la vista de cuenta bancaria, con la cuenta anterior
      *> en los cambios.
       fd archivo-pendientes.
       01 registro-pendiente.
           05 pen-folio           pic 9(8).
           05 filler              pic x value space.
           05 pen-tipo            pic x.
           05 filler              pic x value space.
           05 pen-estado          pic x.
           05 filler              pic x value space.
           05 pen-fecha-solicitud pic 9(8).
           05 filler              pic x value space.
           05 pen-solicitante     pic x(8).
           05 filler              pic x value space.
           05 pen-emp-id          pic 9(6).
           05 filler              pic x value space.
           05 pen-datos           pic x(100).
           05 pen-datos-cuenta redefines pen-datos.
               10 pdc-banco           pic x(3).
               10 pdc-cuenta          pic x(18).
               10 pdc-titular         pic x(30).
               10 pdc-activo          pic x.
               10 pdc-banco-ant       pic x(3).
               10 pdc-cuenta-ant      pic x(18).
               10 filler              pic x(27).
           05 filler              pic x value space.
           05 pen-aprobador       pic x(8).
           05 filler              pic x value space.
           05 pen-fecha-resolucion pic 9(8).

       fd archivo-fecha.
       01 registro-fecha.
           05 fpr-tipo        pic x.
           05 filler          pic x value space.
           05 fpr-fecha       pic 9(8).
           05 filler          pic x value space.
           05 fpr-periodo     pic 9(8).

       working-storage section.
       01 ws-estado-cuentas   pic xx value spaces.
       01 ws-estado-trans     pic xx value spaces.
       01 ws-estado-log       pic xx value spaces.
       01 ws-estado-pendientes pic xx value spaces.
       01 ws-estado-fecha     pic xx value spaces.
       01 ws-fin-pendientes   pic x value 'N'.
       01 ws-fin-fecha        pic x value 'N'.
       01 ws-fecha-negocio    pic 9(8) value 0.
       01 ws-ultimo-folio     pic 9(8) value 0.
       01 ws-banco-anterior   pic x(3) value spaces.
       01 ws-cuenta-anterior  pic x(18) value spaces.
       01 ws-fin-cuentas      pic x value 'N'.
       01 ws-fin-trans        pic x value 'N'.


       procedure division.
       inicio.
           perform leer-fecha-proceso
           perform determinar-ultimo-folio
           perform abrir-archivos
           perform cargar-cuentas
           perform procesar-transacciones
               display "Error al abrir el archivo de log: "
                       ws-estado-log
               stop run
           end-if

           open extend archivo-pendientes
           if ws-estado-pendientes = '35'
               open output archivo-pendientes
           end-if
           if ws-estado-pendientes not = '00'
               display "Error al abrir los pendientes de aprobacion: "
                       ws-estado-pendientes
               stop run
           end-if.

       leer-fecha-proceso.
           move function current-date(1:8) to ws-fecha-negocio
           open input archivo-fecha
           if ws-estado-fecha = '00'
               perform until ws-fin-fecha = 'S'
                   read archivo-fecha
                       at end
                           move 'S' to ws-fin-fecha
                       not at end
                           if fpr-tipo = 'F'
                               move fpr-fecha to ws-fecha-negocio
                           end-if
                   end-read
               end-perform
               close archivo-fecha
           end-if.

      *> El folio sigue la numeracion del archivo de pendientes, que
      *> comparten Mantenimiento y MantCuentas. Aprobaciones archiva
      *> los resueltos y deja al frente un registro de control con el
      *> ultimo folio asignado, que tambien entra en el maximo.
       determinar-ultimo-folio.
           open input archivo-pendientes
           if ws-estado-pendientes = '00'
               perform until ws-fin-pendientes = 'S'
                   read archivo-pendientes
                       at end
                           move 'S' to ws-fin-pendientes
                       not at end
                           if pen-folio > ws-ultimo-folio
                               move pen-folio to ws-ultimo-folio
                           end-if
                   end-read
               end-perform
               close archivo-pendientes
           end-if.

       cargar-cuentas.

      *> El alta y el cambio exigen numero de cuenta: un maestro con
      *> cuentas en blanco regresaria los pagos a la lista de
      *> excepciones de Program1. Tambien exigen operador, sin el
      *> cual el control dual no distingue a quien capturo de quien
      *> aprueba.
       validar-datos-cuenta.
           move 'Y' to ws-trans-valida
           if ctr-emp-id is not numeric
                   move ctr-emp-id to wlr-id
                   move "NUMERO DE CUENTA EN BLANCO" to wlr-resultado
                   perform escribir-linea-log
               else
                   if ctr-operador = spaces
                       move 'N' to ws-trans-valida
                       add 1 to ws-total-errores
                       move ctr-codigo to wlr-codigo
                       move ctr-emp-id to wlr-id
                       move "OPERADOR EN BLANCO" to wlr-resultado
                       perform escribir-linea-log
                   end-if
               end-if
           end-if.

                       to wlr-resultado
                   perform escribir-linea-log
               else
                   add 1 to ws-total-altas
                   move spaces to ws-banco-anterior
                   move spaces to ws-cuenta-anterior
                   perform retener-cuenta
               end-if
           end-if.

                       to wlr-resultado
                   perform escribir-linea-log
               else
                   add 1 to ws-total-cambios
                   move ws-cta-tab-banco(ws-cta-idx)
                       to ws-banco-anterior
                   move ws-cta-tab-cuenta(ws-cta-idx)
                       to ws-cuenta-anterior
                   perform retener-cuenta
               end-if
           end-if.

               perform escribir-linea-log
           end-if.

       retener-cuenta.
           add 1 to ws-ultimo-folio
           move spaces            to registro-pendiente
           move ws-ultimo-folio   to pen-folio
           move ctr-codigo        to pen-tipo
           move 'P'               to pen-estado
           move ws-fecha-negocio  to pen-fecha-solicitud
           move ctr-operador      to pen-solicitante
           move ctr-emp-id        to pen-emp-id
           move ctr-banco         to pdc-banco
           move ctr-cuenta        to pdc-cuenta
           move ctr-titular       to pdc-titular
           move ctr-activo        to pdc-activo
           move ws-banco-anterior to pdc-banco-ant
           move ws-cuenta-anterior to pdc-cuenta-ant
           move spaces            to pen-aprobador
           move 0                 to pen-fecha-resolucion
           write registro-pendiente
           move ctr-codigo to wlr-codigo
           move ctr-emp-id to wlr-id
           move spaces to wlr-resultado
           string "RETENIDO PARA APROBACION FOLIO "
                      delimited by size
                  ws-ultimo-folio delimited by size
                  into wlr-resultado
           end-string
           perform escribir-linea-log.

       regrabar-cuentas.
           open output archivo-cuentas
       escribir-resumen.
           write linea-log from spaces
           move spaces to linea-log
           string "ALTAS RETENIDAS:   " delimited by size
                  ws-total-altas delimited by size
                  into linea-log
           end-string
           write linea-log

           move spaces to linea-log
           string "CAMBIOS RETENIDOS: " delimited by size
                  ws-total-cambios delimited by size
                  into linea-log
           end-string

       cerrar-archivos.
           close archivo-transacciones
           close archivo-log
           close archivo-pendientes.

       end program MantCuentas.
