      *> CONTROL DUAL: APROBACION DE CAMBIOS RETENIDOS
      *> Resuelve los cambios que Mantenimiento y MantCuentas dejan en
      *> pendientes_aprobacion.dat con las decisiones capturadas por un
      *> segundo operador en aprobaciones_trans.dat. Un aumento
      *> aprobado se aplica en esta corrida; una cuenta bancaria
      *> aprobada queda en espera y se aplica al maestro en el primer
      *> ciclo con fecha de negocio posterior a la aprobacion, de modo
      *> que no se paga con ella la misma noche.
       identification division.
       program-id. Aprobaciones.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select archivo-pendientes
               assign to "data/pendientes_aprobacion.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-pendientes.

           select archivo-pendientes-arch
               assign to "data/pendientes_aprobacion_arch.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-pend-arch.

           select archivo-aprobaciones
               assign to "data/aprobaciones_trans.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-aprobaciones.

           select archivo-cuentas
               assign to "data/cuentas_banco.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-cuentas.

           select archivo-empleados
               assign to "data/empleados.dat"
               organization is relative
               access mode is dynamic
               relative key is ws-rel-key
               file status is ws-estado-archivo.

           select archivo-journal
               assign to "data/empleados_journal.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-journal.

           select archivo-retro
               assign to "data/retro_solicitudes.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-retro.

           select archivo-fecha
               assign to "data/fecha_proceso.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-fecha.

           select archivo-log
               assign to "data/aprobaciones_log.txt"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-log.

           select archivo-reporte
               assign to "data/reporte_pendientes.txt"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-reporte.

       data division.
       file section.
       fd archivo-pendientes.
       01 linea-pendiente     pic x(156).

      *> Resguardo de los cambios resueltos en ciclos anteriores.
       fd archivo-pendientes-arch.
       01 linea-pendiente-arch pic x(156).

      *> Decision del segundo operador: 'A' aprobar, 'R' rechazar.
       fd archivo-aprobaciones.
       01 registro-aprobacion.
           05 apt-folio       pic 9(8).
           05 apt-accion      pic x.
           05 apt-operador    pic x(8).

       fd archivo-cuentas.
       01 registro-cuenta.
           05 cta-emp-id       pic 9(6).
           05 cta-banco        pic x(3).
           05 cta-cuenta       pic x(18).
           05 cta-titular      pic x(30).
           05 cta-activo       pic x.

       fd archivo-empleados.
       01 registro-empleado.
           05 emp-id          pic 9(6).
           05 emp-nombre      pic x(20).
           05 emp-salario     pic 9(6).
           05 emp-depto       pic x(4).

       fd archivo-journal.
       01 registro-journal.
           05 jrn-lote        pic x(14).
           05 filler          pic x value space.
           05 jrn-codigo      pic x.
           05 filler          pic x value space.
           05 jrn-imagen      pic x.
           05 filler          pic x value space.
           05 jrn-emp-id      pic 9(6).
           05 filler          pic x value space.
           05 jrn-nombre      pic x(20).
           05 filler          pic x value space.
           05 jrn-salario     pic 9(6).
           05 filler          pic x value space.
           05 jrn-depto       pic x(4).

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

       fd archivo-fecha.
       01 registro-fecha.
           05 fpr-tipo        pic x.
           05 filler          pic x value space.
           05 fpr-fecha       pic 9(8).
           05 filler          pic x value space.
           05 fpr-periodo     pic 9(8).

       fd archivo-log.
       01 linea-log          pic x(80).

       fd archivo-reporte.
       01 linea-reporte      pic x(132).

       working-storage section.
       01 ws-estado-pendientes   pic xx value spaces.
       01 ws-estado-pend-arch pic xx value spaces.
       01 ws-estado-aprobaciones pic xx value spaces.
       01 ws-estado-cuentas   pic xx value spaces.
       01 ws-estado-archivo   pic xx value spaces.
       01 ws-estado-journal   pic xx value spaces.
       01 ws-estado-retro     pic xx value spaces.
       01 ws-estado-fecha     pic xx value spaces.
       01 ws-estado-log       pic xx value spaces.
       01 ws-estado-reporte   pic xx value spaces.
       01 ws-fin-pendientes   pic x value 'N'.
       01 ws-fin-aprobaciones pic x value 'N'.
       01 ws-fin-cuentas      pic x value 'N'.
       01 ws-fin-fecha        pic x value 'N'.
       01 ws-rel-key          pic 9(7) value 0.
       01 ws-fecha-negocio    pic 9(8) value 0.
       01 ws-lote             pic x(14) value spaces.
       01 ws-ultimo-folio     pic 9(8) value 0.
       01 ws-cuentas-modificadas pic x value 'N'.
       01 ws-aprobacion-valida pic x value 'N'.
       01 ws-solicitud-vigente pic x value 'Y'.

      *> Registro de pendientes; mismo formato que escriben
      *> Mantenimiento (vista de salario) y MantCuentas (vista de
      *> cuenta bancaria).
       01 ws-pendiente.
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

       01 ws-tabla-pendientes.
           05 ws-pen-tab occurs 5000 times pic x(156).
       01 ws-total-pendientes pic 9(4) value 0.
       01 ws-pen-idx          pic 9(4) value 0.
       01 wc-max-pendientes   pic 9(4) value 5000.

      *> Mismo limite de cuentas que MantCuentas.
       01 ws-tabla-cuentas.
           05 ws-cta-tab occurs 10000 times.
               10 ws-cta-tab-emp-id  pic 9(6).
               10 ws-cta-tab-banco   pic x(3).
               10 ws-cta-tab-cuenta  pic x(18).
               10 ws-cta-tab-titular pic x(30).
               10 ws-cta-tab-activo  pic x.
       01 ws-total-cuentas    pic 9(5) value 0.
       01 ws-cta-idx          pic 9(5) value 0.
       01 wc-max-cuentas      pic 9(5) value 10000.

       01 ws-salario-anterior pic 9(6) value 0.
       01 ws-pct-calculado    pic 9(5)v99 value 0.

       01 ws-total-decisiones pic 9999 value 0.
       01 ws-total-aprobados  pic 9999 value 0.
       01 ws-total-rechazados pic 9999 value 0.
       01 ws-total-errores    pic 9999 value 0.
       01 ws-total-vigentes   pic 9999 value 0.
       01 ws-total-en-espera  pic 9999 value 0.
       01 ws-total-por-aprobar pic 9999 value 0.
       01 ws-total-archivados pic 9999 value 0.

       01 ws-linea-resultado.
           05 wlr-folio       pic zzzzzzz9.
           05 filler          pic x value space.
           05 wlr-tipo        pic x.
           05 filler          pic x value space.
           05 wlr-id          pic zzzzz9.
           05 filler          pic x value space.
           05 wlr-operador    pic x(8).
           05 filler          pic x value space.
           05 wlr-resultado   pic x(40).

       01 ws-linea-encab-1.
           05 filler          pic x(36) value
              "CAMBIOS RETENIDOS PARA APROBACION".
           05 filler          pic x(18) value "FECHA DE NEGOCIO: ".
           05 wle-fecha       pic 9(8).

       01 ws-linea-seccion-1.
           05 filler          pic x(40) value
              "PENDIENTES DE APROBACION".

       01 ws-linea-seccion-2.
           05 filler          pic x(40) value
              "APROBADOS EN ESPERA DE VIGENCIA".

       01 ws-linea-encab-2.
           05 filler          pic x(10) value "   FOLIO".
           05 filler          pic x(5)  value "TIPO".
           05 filler          pic x(8)  value "    ID".
           05 filler          pic x(10) value "SOLICITUD".
           05 filler          pic x(10) value "SOLICITA".
           05 filler          pic x(10) value "APRUEBA".
           05 filler          pic x(50) value "DETALLE".

       01 ws-linea-detalle.
           05 wld-folio       pic zzzzzzz9.
           05 filler          pic x(2)  value spaces.
           05 wld-tipo        pic x(3).
           05 filler          pic x(2)  value spaces.
           05 wld-id          pic zzzzz9.
           05 filler          pic x(2)  value spaces.
           05 wld-fecha       pic 9(8).
           05 filler          pic x(2)  value spaces.
           05 wld-solicitante pic x(8).
           05 filler          pic x(2)  value spaces.
           05 wld-aprobador   pic x(8).
           05 filler          pic x(2)  value spaces.
           05 wld-detalle     pic x(70).

       01 ws-detalle-salario.
           05 filler          pic x(8)  value "SALARIO ".
           05 wds-anterior    pic zzz,zz9.
           05 filler          pic x(3)  value " A ".
           05 wds-nuevo       pic zzz,zz9.
           05 filler          pic x(2)  value spaces.
           05 wds-pct         pic zzzz9.99.
           05 filler          pic x(2)  value "% ".
           05 wds-efectivo    pic x(20).

       01 ws-detalle-cuenta.
           05 wdc-banco       pic x(3).
           05 filler          pic x value space.
           05 wdc-cuenta      pic x(18).
           05 filler          pic x(6)  value " ANT: ".
           05 wdc-banco-ant   pic x(3).
           05 filler          pic x value space.
           05 wdc-cuenta-ant  pic x(18).

       01 ws-linea-pie-1.
           05 filler          pic x(34) value
              "PENDIENTES DE APROBACION:".
           05 wlp-por-aprobar pic zzz9.

       01 ws-linea-pie-2.
           05 filler          pic x(34) value
              "CUENTAS APROBADAS EN ESPERA:".
           05 wlp-en-espera   pic zzz9.

       01 ws-linea-pie-3.
           05 filler          pic x(34) value
              "CUENTAS APLICADAS EN ESTE CICLO:".
           05 wlp-vigentes    pic zzz9.

       01 ws-linea-sin-datos.
           05 filler          pic x(10) value spaces.
           05 filler          pic x(20) value "NINGUNO".

       procedure division.
       inicio.
           move function current-date(1:14) to ws-lote
           perform leer-fecha-proceso
           perform abrir-archivos
           perform cargar-pendientes
           perform cargar-cuentas
           perform aplicar-cuentas-vigentes
           perform procesar-aprobaciones
           perform regrabar-pendientes
           if ws-cuentas-modificadas = 'S'
               perform regrabar-cuentas
           end-if
           perform escribir-reporte
           perform escribir-resumen

           display "======================================"
           display "APROBACIONES FECHA " ws-fecha-negocio
           display "Decisiones:           " ws-total-decisiones
           display "Aprobados:            " ws-total-aprobados
           display "Rechazados:           " ws-total-rechazados
           display "Errores:              " ws-total-errores
           display "Cuentas aplicadas:    " ws-total-vigentes
           display "Pendientes:           " ws-total-por-aprobar
           display "Resueltos archivados: " ws-total-archivados
           display "Vea data/reporte_pendientes.txt"
           display "======================================"

           perform cerrar-archivos
           goback.

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

       abrir-archivos.
           open i-o archivo-empleados
           if ws-estado-archivo not = '00'
               display "Error al abrir el archivo de empleados: "
                       ws-estado-archivo
               stop run
           end-if

           open extend archivo-journal
           if ws-estado-journal = '35'
               open output archivo-journal
           end-if
           if ws-estado-journal not = '00'
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

           open output archivo-log
           if ws-estado-log not = '00'
               display "Error al abrir el archivo de log: "
                       ws-estado-log
               stop run
           end-if

           open output archivo-reporte
           if ws-estado-reporte not = '00'
               display "Error al abrir el reporte de pendientes: "
                       ws-estado-reporte
               stop run
           end-if.

       cargar-pendientes.
           open input archivo-pendientes
           if ws-estado-pendientes not = '35'
               if ws-estado-pendientes not = '00'
                   display "Error al abrir los pendientes de "
                           "aprobacion: " ws-estado-pendientes
                   stop run
               end-if
               perform until ws-fin-pendientes = 'S'
                   read archivo-pendientes
                       at end
                           move 'S' to ws-fin-pendientes
                       not at end
                           perform agregar-pendiente
                   end-read
               end-perform
               close archivo-pendientes
           end-if.

      *> El registro de control (estado 'C') lleva el ultimo folio
      *> asignado; no entra a la tabla y se vuelve a grabar al frente
      *> del archivo al regrabarlo.
       agregar-pendiente.
           move linea-pendiente to ws-pendiente
           if pen-folio is numeric and pen-folio > ws-ultimo-folio
               move pen-folio to ws-ultimo-folio
           end-if
           if pen-estado not = 'C'
               if ws-total-pendientes >= wc-max-pendientes
                   display "Tabla de pendientes llena"
                   stop run
               end-if
               add 1 to ws-total-pendientes
               move linea-pendiente to ws-pen-tab(ws-total-pendientes)
           end-if.

       cargar-cuentas.
           open input archivo-cuentas
           if ws-estado-cuentas not = '35'
               if ws-estado-cuentas not = '00'
                   display "Error al abrir el maestro de cuentas: "
                           ws-estado-cuentas
                   stop run
               end-if
               perform until ws-fin-cuentas = 'S'
                   read archivo-cuentas
                       at end
                           move 'S' to ws-fin-cuentas
                       not at end
                           perform agregar-cuenta-tabla
                   end-read
               end-perform
               close archivo-cuentas
           end-if.

       agregar-cuenta-tabla.
           if ws-total-cuentas >= wc-max-cuentas
               display "Tabla de cuentas llena: " cta-emp-id
               stop run
           end-if
           add 1 to ws-total-cuentas
           move cta-emp-id  to ws-cta-tab-emp-id(ws-total-cuentas)
           move cta-banco   to ws-cta-tab-banco(ws-total-cuentas)
           move cta-cuenta  to ws-cta-tab-cuenta(ws-total-cuentas)
           move cta-titular to ws-cta-tab-titular(ws-total-cuentas)
           move cta-activo  to ws-cta-tab-activo(ws-total-cuentas).

      *> Cuentas aprobadas en un ciclo anterior: entran al maestro
      *> antes de que Program1 lo lea esta noche.
       aplicar-cuentas-vigentes.
           perform varying ws-pen-idx from 1 by 1
                   until ws-pen-idx > ws-total-pendientes
               move ws-pen-tab(ws-pen-idx) to ws-pendiente
               if pen-estado = 'A'
                       and pen-fecha-resolucion < ws-fecha-negocio
                   perform aplicar-cuenta
                   move ws-pendiente to ws-pen-tab(ws-pen-idx)
               end-if
           end-perform.

       aplicar-cuenta.
           perform buscar-cuenta
           move pen-aprobador to wlr-operador
           evaluate true
               when pen-tipo = 'A' and ws-cta-idx <= ws-total-cuentas
                   move 'R' to pen-estado
                   move "ALTA NO APLICADA: YA TIENE CUENTA"
                       to wlr-resultado
                   perform escribir-linea-pendiente
               when pen-tipo = 'C' and ws-cta-idx > ws-total-cuentas
                   move 'R' to pen-estado
                   move "CAMBIO NO APLICADO: EMPLEADO SIN CUENTA"
                       to wlr-resultado
                   perform escribir-linea-pendiente
               when ws-cta-idx > ws-total-cuentas
                       and ws-total-cuentas >= wc-max-cuentas
                   move "ALTA EN ESPERA: TABLA DE CUENTAS LLENA"
                       to wlr-resultado
                   perform escribir-linea-pendiente
               when other
                   if ws-cta-idx > ws-total-cuentas
                       add 1 to ws-total-cuentas
                       move ws-total-cuentas to ws-cta-idx
                   end-if
                   move pen-emp-id  to ws-cta-tab-emp-id(ws-cta-idx)
                   move pdc-banco   to ws-cta-tab-banco(ws-cta-idx)
                   move pdc-cuenta  to ws-cta-tab-cuenta(ws-cta-idx)
                   move pdc-titular to ws-cta-tab-titular(ws-cta-idx)
                   move pdc-activo  to ws-cta-tab-activo(ws-cta-idx)
                   move 'X' to pen-estado
                   move 'S' to ws-cuentas-modificadas
                   add 1 to ws-total-vigentes
                   move "CUENTA APLICADA AL MAESTRO"
                       to wlr-resultado
                   perform escribir-linea-pendiente
           end-evaluate.

       buscar-cuenta.
           perform varying ws-cta-idx from 1 by 1
                   until ws-cta-idx > ws-total-cuentas
                   or ws-cta-tab-emp-id(ws-cta-idx) = pen-emp-id
               continue
           end-perform.

       procesar-aprobaciones.
           open input archivo-aprobaciones
           if ws-estado-aprobaciones = '35'
               display "Sin decisiones de aprobacion en este ciclo"
           else
               if ws-estado-aprobaciones not = '00'
                   display "Error al abrir las aprobaciones: "
                           ws-estado-aprobaciones
                   stop run
               end-if
               perform until ws-fin-aprobaciones = 'S'
                   read archivo-aprobaciones
                       at end
                           move 'S' to ws-fin-aprobaciones
                       not at end
                           add 1 to ws-total-decisiones
                           perform procesar-aprobacion
                   end-read
               end-perform
               close archivo-aprobaciones
           end-if.

       procesar-aprobacion.
           perform validar-aprobacion
           if ws-aprobacion-valida = 'Y'
               move apt-operador      to pen-aprobador
               move ws-fecha-negocio  to pen-fecha-resolucion
               if apt-accion = 'R'
                   move 'R' to pen-estado
                   add 1 to ws-total-rechazados
                   move "RECHAZADO" to wlr-resultado
                   perform escribir-linea-pendiente
               else
                   add 1 to ws-total-aprobados
                   if pen-tipo = 'S'
                       perform aplicar-salario
                   else
                       move 'A' to pen-estado
                       move "APROBADO: VIGENTE EL SIGUIENTE CICLO"
                           to wlr-resultado
                       perform escribir-linea-pendiente
                   end-if
               end-if
               move ws-pendiente to ws-pen-tab(ws-pen-idx)
           end-if.

      *> Quien aprueba debe ser un operador distinto del que capturo
      *> el cambio, y el que capturo debe estar identificado.
       validar-aprobacion.
           move 'N' to ws-aprobacion-valida
           move spaces to ws-linea-resultado
           move apt-operador to wlr-operador
           if apt-folio is not numeric
               move 0 to wlr-folio
               move "FOLIO NO NUMERICO" to wlr-resultado
               perform registrar-error-aprobacion
           else
               move apt-folio to wlr-folio
               perform buscar-pendiente
      *> Un folio que ya no esta en la tabla pero no pasa del ultimo
      *> asignado se resolvio en un ciclo anterior y fue archivado.
               evaluate true
                   when ws-pen-idx > ws-total-pendientes
                           and (apt-folio = 0
                                or apt-folio > ws-ultimo-folio)
                       move "FOLIO NO EXISTE" to wlr-resultado
                       perform registrar-error-aprobacion
                   when ws-pen-idx > ws-total-pendientes
                       move "FOLIO YA RESUELTO" to wlr-resultado
                       perform registrar-error-aprobacion
                   when pen-estado not = 'P'
                       move "FOLIO YA RESUELTO" to wlr-resultado
                       perform registrar-error-aprobacion
                   when apt-accion not = 'A' and apt-accion not = 'R'
                       move "ACCION INVALIDA" to wlr-resultado
                       perform registrar-error-aprobacion
                   when apt-operador = spaces
                       move "OPERADOR EN BLANCO" to wlr-resultado
                       perform registrar-error-aprobacion
                   when pen-solicitante = spaces
                       move "SOLICITANTE EN BLANCO" to wlr-resultado
                       perform registrar-error-aprobacion
                   when apt-operador = pen-solicitante
                       move "APROBADOR IGUAL AL SOLICITANTE"
                           to wlr-resultado
                       perform registrar-error-aprobacion
                   when other
                       move 'Y' to ws-aprobacion-valida
               end-evaluate
           end-if.

       buscar-pendiente.
           perform varying ws-pen-idx from 1 by 1
                   until ws-pen-idx > ws-total-pendientes
                   or ws-pen-tab(ws-pen-idx)(1:8) = apt-folio
               continue
           end-perform
           if ws-pen-idx <= ws-total-pendientes
               move ws-pen-tab(ws-pen-idx) to ws-pendiente
               move pen-tipo   to wlr-tipo
               move pen-emp-id to wlr-id
           end-if.

       registrar-error-aprobacion.
           add 1 to ws-total-errores
           move spaces to linea-log
           write linea-log from ws-linea-resultado.

      *> El salario anterior del journal y del retroactivo es el del
      *> maestro al momento de aprobar, no el de la solicitud.
       aplicar-salario.
           compute ws-rel-key = pen-emp-id + 1
           read archivo-empleados
               invalid key
                   move 'R' to pen-estado
                   move "NO APLICADO: EMPLEADO YA NO EXISTE"
                       to wlr-resultado
                   perform escribir-linea-pendiente
               not invalid key
                   perform verificar-vigencia-solicitud
                   if ws-solicitud-vigente = 'Y'
                       perform reescribir-salario
                   else
                       move 'R' to pen-estado
                       move "CAMBIO POSTERIOR A LA SOLICITUD"
                           to wlr-resultado
                       perform escribir-linea-pendiente
                   end-if
           end-read.

      *> La solicitud lleva el cambio completo (nombre, salario y
      *> departamento) sobre la imagen del maestro del dia en que se
      *> capturo. Si mientras esperaba hubo otro cambio al empleado
      *> (renombre, movimiento o fusion de departamentos, otro
      *> salario), aplicarla lo revertiria: queda rechazada y el
      *> cambio se vuelve a capturar. Las solicitudes retenidas antes
      *> de guardar el nombre y departamento anteriores solo se
      *> comparan por salario.
       verificar-vigencia-solicitud.
           move 'Y' to ws-solicitud-vigente
           if emp-salario not = pds-salario-ant
               move 'N' to ws-solicitud-vigente
           end-if
           if pds-depto-ant not = spaces
                   and emp-depto not = pds-depto-ant
               move 'N' to ws-solicitud-vigente
           end-if
           if pds-nombre-ant not = spaces
                   and emp-nombre not = pds-nombre-ant
               move 'N' to ws-solicitud-vigente
           end-if.

       reescribir-salario.
           perform grabar-journal-antes
           move emp-salario       to ws-salario-anterior
           move pds-nombre        to emp-nombre
           move pds-salario-nuevo to emp-salario
           move pds-depto         to emp-depto
           rewrite registro-empleado
               invalid key
                   move "NO APLICADO: ERROR DE REESCRITURA"
                       to wlr-resultado
                   perform escribir-linea-pendiente
               not invalid key
                   move 'X' to pen-estado
                   move "APROBADO Y APLICADO" to wlr-resultado
                   perform escribir-linea-pendiente
                   perform solicitar-retroactivo
           end-rewrite.

       solicitar-retroactivo.
           if pds-periodo-efectivo is numeric
                   and pds-periodo-efectivo > 0
               move spaces               to registro-retro
               move emp-id               to rso-emp-id
               move emp-nombre           to rso-nombre
               move ws-salario-anterior  to rso-salario-ant
               move emp-salario          to rso-salario-nuevo
               move pds-periodo-efectivo to rso-periodo-efectivo
               move ws-lote              to rso-lote
               write registro-retro
           end-if.

       grabar-journal-antes.
           move spaces        to registro-journal
           move ws-lote       to jrn-lote
           move 'C'           to jrn-codigo
           move 'B'           to jrn-imagen
           move emp-id        to jrn-emp-id
           move emp-nombre    to jrn-nombre
           move emp-salario   to jrn-salario
           move emp-depto     to jrn-depto
           write registro-journal.

       escribir-linea-pendiente.
           move pen-folio  to wlr-folio
           move pen-tipo   to wlr-tipo
           move pen-emp-id to wlr-id
           move spaces to linea-log
           write linea-log from ws-linea-resultado.

      *> Los cambios aplicados o rechazados antes de la fecha de
      *> negocio pasan al resguardo; los del dia se conservan para
      *> el reporte y el log de esta corrida. El registro de control
      *> guarda el ultimo folio para que Mantenimiento y MantCuentas
      *> no repitan numeros aunque el archivo quede sin resueltos.
       regrabar-pendientes.
           open extend archivo-pendientes-arch
           if ws-estado-pend-arch = '35'
               open output archivo-pendientes-arch
           end-if
           if ws-estado-pend-arch not = '00'
               display "Error al abrir el resguardo de pendientes: "
                       ws-estado-pend-arch
               stop run
           end-if
           open output archivo-pendientes
           if ws-estado-pendientes not = '00'
               display "Error al regrabar los pendientes: "
                       ws-estado-pendientes
               stop run
           end-if
           if ws-ultimo-folio > 0
               move spaces          to ws-pendiente
               move ws-ultimo-folio to pen-folio
               move 'C'             to pen-estado
               write linea-pendiente from ws-pendiente
           end-if
           perform varying ws-pen-idx from 1 by 1
                   until ws-pen-idx > ws-total-pendientes
               move ws-pen-tab(ws-pen-idx) to ws-pendiente
               if (pen-estado = 'X' or pen-estado = 'R')
                       and pen-fecha-resolucion < ws-fecha-negocio
                   write linea-pendiente-arch from ws-pendiente
                   add 1 to ws-total-archivados
               else
                   write linea-pendiente from ws-pendiente
               end-if
           end-perform
           close archivo-pendientes
           close archivo-pendientes-arch.

       regrabar-cuentas.
           open output archivo-cuentas
           if ws-estado-cuentas not = '00'
               display "Error al regrabar el maestro de cuentas: "
                       ws-estado-cuentas
               stop run
           end-if
           perform varying ws-cta-idx from 1 by 1
                   until ws-cta-idx > ws-total-cuentas
               move ws-cta-tab-emp-id(ws-cta-idx)  to cta-emp-id
               move ws-cta-tab-banco(ws-cta-idx)   to cta-banco
               move ws-cta-tab-cuenta(ws-cta-idx)  to cta-cuenta
               move ws-cta-tab-titular(ws-cta-idx) to cta-titular
               move ws-cta-tab-activo(ws-cta-idx)  to cta-activo
               write registro-cuenta
           end-perform
           close archivo-cuentas.

       escribir-reporte.
           move ws-fecha-negocio to wle-fecha
           write linea-reporte from ws-linea-encab-1
           write linea-reporte from spaces
           write linea-reporte from ws-linea-seccion-1
           write linea-reporte from ws-linea-encab-2
           perform varying ws-pen-idx from 1 by 1
                   until ws-pen-idx > ws-total-pendientes
               move ws-pen-tab(ws-pen-idx) to ws-pendiente
               if pen-estado = 'P'
                   add 1 to ws-total-por-aprobar
                   perform escribir-detalle-pendiente
               end-if
           end-perform
           if ws-total-por-aprobar = 0
               write linea-reporte from ws-linea-sin-datos
           end-if

           write linea-reporte from spaces
           write linea-reporte from ws-linea-seccion-2
           write linea-reporte from ws-linea-encab-2
           perform varying ws-pen-idx from 1 by 1
                   until ws-pen-idx > ws-total-pendientes
               move ws-pen-tab(ws-pen-idx) to ws-pendiente
               if pen-estado = 'A'
                   add 1 to ws-total-en-espera
                   perform escribir-detalle-pendiente
               end-if
           end-perform
           if ws-total-en-espera = 0
               write linea-reporte from ws-linea-sin-datos
           end-if

           write linea-reporte from spaces
           move ws-total-por-aprobar to wlp-por-aprobar
           write linea-reporte from ws-linea-pie-1
           move ws-total-en-espera to wlp-en-espera
           write linea-reporte from ws-linea-pie-2
           move ws-total-vigentes to wlp-vigentes
           write linea-reporte from ws-linea-pie-3.

       escribir-detalle-pendiente.
           move pen-folio           to wld-folio
           move pen-emp-id          to wld-id
           move pen-fecha-solicitud to wld-fecha
           move pen-solicitante     to wld-solicitante
           move pen-aprobador       to wld-aprobador
           evaluate pen-tipo
               when 'S'
                   move "SAL" to wld-tipo
                   perform armar-detalle-salario
               when 'A'
                   move "ALT" to wld-tipo
                   perform armar-detalle-cuenta
               when other
                   move "CTA" to wld-tipo
                   perform armar-detalle-cuenta
           end-evaluate
           write linea-reporte from ws-linea-detalle.

       armar-detalle-salario.
           move pds-salario-ant   to wds-anterior
           move pds-salario-nuevo to wds-nuevo
           if pds-salario-ant > 0
               compute ws-pct-calculado rounded =
                   (pds-salario-nuevo - pds-salario-ant) * 100
                   / pds-salario-ant
           else
               move 0 to ws-pct-calculado
           end-if
           move ws-pct-calculado to wds-pct
           move spaces to wds-efectivo
           if pds-periodo-efectivo is numeric
                   and pds-periodo-efectivo > 0
               string "EFECTIVO " delimited by size
                      pds-periodo-efectivo delimited by size
                      into wds-efectivo
               end-string
           end-if
           move ws-detalle-salario to wld-detalle.

       armar-detalle-cuenta.
           move pdc-banco      to wdc-banco
           move pdc-cuenta     to wdc-cuenta
           move pdc-banco-ant  to wdc-banco-ant
           move pdc-cuenta-ant to wdc-cuenta-ant
           move ws-detalle-cuenta to wld-detalle.

       escribir-resumen.
           write linea-log from spaces
           move spaces to linea-log
           string "DECISIONES:        " delimited by size
                  ws-total-decisiones delimited by size
                  into linea-log
           end-string
           write linea-log

           move spaces to linea-log
           string "APROBADOS:         " delimited by size
                  ws-total-aprobados delimited by size
                  into linea-log
           end-string
           write linea-log

           move spaces to linea-log
           string "RECHAZADOS:        " delimited by size
                  ws-total-rechazados delimited by size
                  into linea-log
           end-string
           write linea-log

           move spaces to linea-log
           string "CUENTAS APLICADAS: " delimited by size
                  ws-total-vigentes delimited by size
                  into linea-log
           end-string
           write linea-log

           move spaces to linea-log
           string "ERRORES:           " delimited by size
                  ws-total-errores delimited by size
                  into linea-log
           end-string
           write linea-log

           move spaces to linea-log
           string "ARCHIVADOS:        " delimited by size
                  ws-total-archivados delimited by size
                  into linea-log
           end-string
           write linea-log.

       cerrar-archivos.
           close archivo-empleados
           close archivo-journal
           close archivo-retro
           close archivo-log
           close archivo-reporte.

       end program Aprobaciones.
