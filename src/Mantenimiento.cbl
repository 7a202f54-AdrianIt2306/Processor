               access mode is sequential
               file status is ws-estado-journal.

           select archivo-retro
               assign to "data/retro_solicitudes.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-retro.

           select archivo-params
               assign to "data/aprobacion_params.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-params.

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
       fd archivo-empleados.
           05 trans-emp-nombre   pic x(20).
           05 trans-emp-salario  pic 9(6).
           05 trans-emp-depto    pic x(4).
           05 trans-periodo-efectivo pic 9(8).
           05 trans-operador     pic x(8).

       fd archivo-log.
       01 linea-log          pic x(80).
           05 filler          pic x value space.
           05 jrn-depto       pic x(4).

      *> Cambios de salario aplicados con periodo efectivo anterior:
      *> Retroactivo calcula la diferencia de los periodos ya pagados.
       fd archivo-retro.
       01 registro-retro.
           05 rso-emp-id          pic 9(6).
           05 filler              pic x value space.
           05 rso-nombre          pic x(20).
           05 filler              pic x value space.
           05 rso-salario-ant     pic 9(6).
           05 filler              pic x value space.
           05 rso-salario-nuevo   pic 9(6).
           05 filler              pic x value space.
           05 rso-periodo-efectivo pic 9(8).
           05 filler              pic x value space.
           05 rso-lote            pic x(14).

      *> Umbral del control dual: PCTAUMENTO es el porcentaje de
      *> aumento de salario (999V99) a partir del cual el cambio
      *> espera la aprobacion de un segundo operador.
       fd archivo-params.
       01 registro-param.
           05 apr-parametro   pic x(12).
           05 apr-valor       pic 9(3)v99.

      *> Cambios retenidos para control dual. Mantenimiento retiene
      *> los aumentos 'S' y MantCuentas las altas 'A' y cambios 'C'
      *> de cuenta bancaria; Aprobaciones los resuelve. Estado 'P'
      *> pendiente, 'A' aprobado en espera de vigencia, 'X' aplicado,
      *> 'R' rechazado; 'C' es el registro de control del folio.
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
           05 pen-datos-salario redefines pen-datos.
               10 pds-nombre          pic x(20).
               10 pds-salario-ant     pic 9(6).
               10 pds-salario-nuevo   pic 9(6).
               10 pds-depto           pic x(4).
               10 pds-periodo-efectivo pic 9(8).
               10 pds-lote            pic x(14).
               10 pds-nombre-ant      pic x(20).
               10 pds-depto-ant       pic x(4).
               10 filler              pic x(18).
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
       01 ws-estado-archivo   pic xx value spaces.
       01 ws-estado-trans     pic xx value spaces.
       01 ws-estado-log       pic xx value spaces.
       01 ws-estado-journal   pic xx value spaces.
       01 ws-estado-retro     pic xx value spaces.
       01 ws-estado-params    pic xx value spaces.
       01 ws-estado-pendientes pic xx value spaces.
       01 ws-estado-fecha     pic xx value spaces.
       01 ws-fin-params       pic x value 'N'.
       01 ws-fin-pendientes   pic x value 'N'.
       01 ws-fin-fecha        pic x value 'N'.
       01 ws-fecha-negocio    pic 9(8) value 0.
       01 ws-pct-aumento      pic 9(3)v99 value 10.00.
       01 ws-pct-aumento-ed   pic zz9.99.
       01 ws-requiere-aprobacion pic x value 'N'.
       01 ws-ultimo-folio     pic 9(8) value 0.
       01 ws-salario-anterior pic 9(6) value 0.
       01 ws-fin-trans        pic x value 'N'.
       01 ws-rel-key          pic 9(7) value 0.
       01 ws-param-lote       pic x(14) value spaces.
       01 ws-total-cambios    pic 9999 value 0.
       01 ws-total-bajas      pic 9999 value 0.
       01 ws-total-errores    pic 9999 value 0.
       01 ws-total-retro      pic 9999 value 0.
       01 ws-total-retenidos  pic 9999 value 0.

       01 ws-linea-resultado.
           05 wlr-codigo      pic x.
               move function current-date(1:14) to ws-lote
           end-if
           display "LOTE DE MANTENIMIENTO: " ws-lote
           perform leer-fecha-proceso
           perform cargar-parametros
           perform determinar-ultimo-folio
           perform abrir-archivos
           perform procesar-transacciones
           perform escribir-resumen
               display "Error al abrir el journal: "
                       ws-estado-journal
               stop run
           end-if

           open extend archivo-retro
           if ws-estado-retro = '35'
               open output archivo-retro
           end-if
           if ws-estado-retro not = '00'
               display "Error al abrir las solicitudes de retroactivo: "
                       ws-estado-retro
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

      *> Sin archivo de parametros rige el umbral por omision.
       cargar-parametros.
           open input archivo-params
           if ws-estado-params = '00'
               perform until ws-fin-params = 'S'
                   read archivo-params
                       at end
                           move 'S' to ws-fin-params
                       not at end
                           perform cargar-parametro
                   end-read
               end-perform
               close archivo-params
           end-if
           move ws-pct-aumento to ws-pct-aumento-ed
           display "UMBRAL DE AUMENTO PARA APROBACION: "
                   ws-pct-aumento-ed "%".

       cargar-parametro.
           evaluate apr-parametro
               when "PCTAUMENTO"
                   if apr-valor is numeric
                       move apr-valor to ws-pct-aumento
                   else
                       display "Umbral de aumento no numerico"
                   end-if
               when other
                   display "Parametro de aprobacion desconocido: "
                           apr-parametro
           end-evaluate.

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

       procesar-transacciones.
                       to wlr-resultado
                   perform escribir-linea-log
               not invalid key
                   perform evaluar-aprobacion
                   if ws-requiere-aprobacion = 'S'
                       perform retener-cambio
                   else
                       perform aplicar-cambio
                   end-if
           end-read.

       aplicar-cambio.
           perform grabar-journal-antes
           move emp-salario       to ws-salario-anterior
           move trans-emp-nombre  to emp-nombre
           move trans-emp-salario to emp-salario
           move trans-emp-depto   to emp-depto
           rewrite registro-empleado
               invalid key
                   add 1 to ws-total-errores
                   move 'C' to wlr-codigo
                   move trans-emp-id to wlr-id
                   move "CAMBIO RECHAZADO: ERROR DE REESCRITURA"
                       to wlr-resultado
                   perform escribir-linea-log
               not invalid key
                   add 1 to ws-total-cambios
                   move 'C' to wlr-codigo
                   move trans-emp-id to wlr-id
                   move "CAMBIO APLICADO" to wlr-resultado
                   perform escribir-linea-log
                   perform solicitar-retroactivo
           end-rewrite.

      *> Un aumento por encima del umbral (o sobre salario cero) no
      *> se aplica: el cambio completo queda retenido hasta que otro
      *> operador lo apruebe en Aprobaciones.
       evaluar-aprobacion.
           move 'N' to ws-requiere-aprobacion
           if trans-emp-salario > emp-salario
               if emp-salario = 0
                   move 'S' to ws-requiere-aprobacion
               else
                   if (trans-emp-salario - emp-salario) * 100
                           > emp-salario * ws-pct-aumento
                       move 'S' to ws-requiere-aprobacion
                   end-if
               end-if
           end-if.

       retener-cambio.
           add 1 to ws-ultimo-folio
           add 1 to ws-total-retenidos
           move spaces            to registro-pendiente
           move ws-ultimo-folio   to pen-folio
           move 'S'               to pen-tipo
           move 'P'               to pen-estado
           move ws-fecha-negocio  to pen-fecha-solicitud
           move trans-operador    to pen-solicitante
           move trans-emp-id      to pen-emp-id
           move trans-emp-nombre  to pds-nombre
           move emp-salario       to pds-salario-ant
           move trans-emp-salario to pds-salario-nuevo
           move trans-emp-depto   to pds-depto
           if trans-periodo-efectivo is numeric
               move trans-periodo-efectivo to pds-periodo-efectivo
           else
               move 0 to pds-periodo-efectivo
           end-if
           move ws-lote           to pds-lote
           move emp-nombre        to pds-nombre-ant
           move emp-depto         to pds-depto-ant
           move 0                 to pen-fecha-resolucion
           write registro-pendiente
           move 'C' to wlr-codigo
           move trans-emp-id to wlr-id
           move spaces to wlr-resultado
           string "RETENIDO PARA APROBACION FOLIO "
                      delimited by size
                  ws-ultimo-folio delimited by size
                  into wlr-resultado
           end-string
           perform escribir-linea-log.

      *> La baja lee primero el registro para poder llevar la imagen
      *> anterior al journal antes de borrarlo.
       baja-empleado.
                   end-delete
           end-read.

      *> EditaTrans ya valido el periodo efectivo contra la historia;
      *> sin periodo (blanco o cero) el cambio no es retroactivo.
       solicitar-retroactivo.
           if trans-periodo-efectivo is numeric
                   and trans-periodo-efectivo > 0
               add 1 to ws-total-retro
               move spaces                 to registro-retro
               move emp-id                 to rso-emp-id
               move emp-nombre             to rso-nombre
               move ws-salario-anterior    to rso-salario-ant
               move emp-salario            to rso-salario-nuevo
               move trans-periodo-efectivo to rso-periodo-efectivo
               move ws-lote                to rso-lote
               write registro-retro
           end-if.

       grabar-journal-alta.
           move spaces        to registro-journal
           move ws-lote       to jrn-lote
           end-string
           write linea-log

           move spaces to linea-log
           string "RETROACTIVOS:      " delimited by size
                  ws-total-retro delimited by size
                  into linea-log
           end-string
           write linea-log

           move spaces to linea-log
           string "RETENIDOS:         " delimited by size
                  ws-total-retenidos delimited by size
                  into linea-log
           end-string
           write linea-log

           move spaces to linea-log
           string "ERRORES:           " delimited by size
                  ws-total-errores delimited by size
           close archivo-empleados
           close archivo-transacciones
           close archivo-log
           close archivo-journal
           close archivo-retro
           close archivo-pendientes.

       end program Mantenimiento.
