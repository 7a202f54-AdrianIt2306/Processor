      *> MANTENIMIENTO DEL PRESUPUESTO DE NOMINA POR CENTRO DE COSTO
      *> Un registro por centro de costo y anio con el presupuesto de
      *> nomina de cada mes. Las altas y cambios solo se aceptan para
      *> centros de costo que usa algun departamento del maestro y
      *> para el centro general al que Poliza carga las percepciones.
       identification division.
       program-id. MantPresupuesto.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select archivo-presupuesto
               assign to "data/presupuesto.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-presupuesto.

           select archivo-deptos
               assign to "data/departamentos.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-deptos.

           select archivo-transacciones
               assign to "data/presupuesto_trans.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-trans.

           select archivo-log
               assign to "data/presupuesto_mantenimiento_log.txt"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-log.

       data division.
       file section.
       fd archivo-presupuesto.
       01 registro-presupuesto.
           05 pre-centro       pic x(6).
           05 pre-anio         pic 9(4).
           05 pre-mes-monto    pic 9(12) occurs 12 times.

       fd archivo-deptos.
       01 registro-depto.
           05 dep-codigo       pic x(4).
           05 dep-nombre       pic x(30).
           05 dep-centro-costo pic x(6).
           05 dep-activo       pic x.

      *> 'A' alta del centro/anio, 'C' cambio, 'D' baja. Con mes 00
      *> el monto se aplica a los doce meses; con mes 01-12 solo a
      *> ese mes.
       fd archivo-transacciones.
       01 registro-transaccion.
           05 ptr-codigo       pic x.
           05 ptr-centro       pic x(6).
           05 ptr-anio         pic 9(4).
           05 ptr-mes          pic 9(2).
           05 ptr-monto        pic 9(12).

       fd archivo-log.
       01 linea-log          pic x(80).

       working-storage section.
       01 ws-estado-presupuesto pic xx value spaces.
       01 ws-estado-deptos    pic xx value spaces.
       01 ws-estado-trans     pic xx value spaces.
       01 ws-estado-log       pic xx value spaces.
       01 ws-fin-presupuesto  pic x value 'N'.
       01 ws-fin-deptos       pic x value 'N'.
       01 ws-fin-trans        pic x value 'N'.

      *> Centros de costo en uso en el maestro de departamentos mas el
      *> centro general de Poliza; mismo limite de departamentos que
      *> MantDeptos, mas uno.
       01 ws-tabla-centros.
           05 ws-cen-codigo occurs 51 times pic x(6).
       01 ws-total-centros    pic 99 value 0.
       01 ws-cen-idx          pic 99 value 0.
       01 wc-max-centros      pic 99 value 51.
      *> Poliza carga a este centro las percepciones del periodo (los
      *> movimientos no traen departamento), asi que necesita
      *> presupuesto aunque ningun departamento lo use.
       01 wc-centro-general   pic x(6) value "GRAL  ".

       01 ws-tabla-presupuesto.
           05 ws-pre-tab occurs 500 times.
               10 ws-pre-tab-centro   pic x(6).
               10 ws-pre-tab-anio     pic 9(4).
               10 ws-pre-tab-monto    pic 9(12) occurs 12 times.
       01 ws-total-presupuesto pic 9(3) value 0.
       01 ws-pre-idx          pic 9(3) value 0.
       01 ws-pre-idx-2        pic 9(3) value 0.
       01 wc-max-presupuesto  pic 9(3) value 500.
       01 ws-mes-idx          pic 99 value 0.

       01 ws-trans-valida     pic x value 'Y'.

       01 ws-total-altas      pic 9999 value 0.
       01 ws-total-cambios    pic 9999 value 0.
       01 ws-total-bajas      pic 9999 value 0.
       01 ws-total-errores    pic 9999 value 0.

       01 ws-linea-resultado.
           05 wlr-codigo      pic x.
           05 filler          pic x value space.
           05 wlr-centro      pic x(6).
           05 filler          pic x value space.
           05 wlr-anio        pic x(4).
           05 filler          pic x value space.
           05 wlr-mes         pic x(2).
           05 filler          pic x value space.
           05 wlr-resultado   pic x(40).

       procedure division.
       inicio.
           perform abrir-archivos
           perform cargar-centros
           perform cargar-presupuesto
           perform procesar-transacciones
           perform regrabar-presupuesto
           perform escribir-resumen
           perform cerrar-archivos
           goback.

       abrir-archivos.
           open input archivo-presupuesto
           if ws-estado-presupuesto = '35'
               open output archivo-presupuesto
               close archivo-presupuesto
               open input archivo-presupuesto
           end-if
           if ws-estado-presupuesto not = '00'
               display "Error al abrir el presupuesto: "
                       ws-estado-presupuesto
               stop run
           end-if

           open input archivo-deptos
           if ws-estado-deptos not = '00'
               display "Error al abrir el archivo de departamentos: "
                       ws-estado-deptos
               stop run
           end-if

           open input archivo-transacciones
           if ws-estado-trans not = '00'
               display "Error al abrir el archivo de transacciones: "
                       ws-estado-trans
               stop run
           end-if

           open output archivo-log
           if ws-estado-log not = '00'
               display "Error al abrir el archivo de log: "
                       ws-estado-log
               stop run
           end-if.

       cargar-centros.
           move 1 to ws-total-centros
           move wc-centro-general to ws-cen-codigo(1)
           perform until ws-fin-deptos = 'S'
               read archivo-deptos
                   at end
                       move 'S' to ws-fin-deptos
                   not at end
                       if dep-centro-costo not = spaces
                           perform agregar-centro
                       end-if
               end-read
           end-perform
           close archivo-deptos.

       agregar-centro.
           perform varying ws-cen-idx from 1 by 1
                   until ws-cen-idx > ws-total-centros
                   or ws-cen-codigo(ws-cen-idx) = dep-centro-costo
               continue
           end-perform
           if ws-cen-idx > ws-total-centros
               if ws-total-centros >= wc-max-centros
                   display "Tabla de centros de costo llena: "
                           dep-centro-costo
                   stop run
               end-if
               add 1 to ws-total-centros
               move dep-centro-costo to ws-cen-codigo(ws-total-centros)
           end-if.

       cargar-presupuesto.
           perform until ws-fin-presupuesto = 'S'
               read archivo-presupuesto
                   at end
                       move 'S' to ws-fin-presupuesto
                   not at end
                       perform agregar-presupuesto-tabla
               end-read
           end-perform
           close archivo-presupuesto.

       agregar-presupuesto-tabla.
           if ws-total-presupuesto >= wc-max-presupuesto
               display "Tabla de presupuesto llena: " pre-centro
               stop run
           end-if
           add 1 to ws-total-presupuesto
           move pre-centro to ws-pre-tab-centro(ws-total-presupuesto)
           move pre-anio   to ws-pre-tab-anio(ws-total-presupuesto)
           perform varying ws-mes-idx from 1 by 1
                   until ws-mes-idx > 12
               move pre-mes-monto(ws-mes-idx)
                   to ws-pre-tab-monto(ws-total-presupuesto ws-mes-idx)
           end-perform.

       procesar-transacciones.
           perform until ws-fin-trans = 'S'
               read archivo-transacciones
                   at end
                       move 'S' to ws-fin-trans
                   not at end
                       perform aplicar-transaccion
               end-read
           end-perform.

       aplicar-transaccion.
           move ptr-codigo to wlr-codigo
           move ptr-centro to wlr-centro
           move ptr-anio   to wlr-anio
           move ptr-mes    to wlr-mes
           evaluate ptr-codigo
               when 'A'
                   perform alta-presupuesto
               when 'C'
                   perform cambio-presupuesto
               when 'D'
                   perform baja-presupuesto
               when other
                   move "CODIGO DE TRANSACCION INVALIDO"
                       to wlr-resultado
                   perform registrar-error
           end-evaluate.

       buscar-presupuesto.
           perform varying ws-pre-idx from 1 by 1
                   until ws-pre-idx > ws-total-presupuesto
                   or (ws-pre-tab-centro(ws-pre-idx) = ptr-centro
                       and ws-pre-tab-anio(ws-pre-idx) = ptr-anio)
               continue
           end-perform.

      *> Alta y cambio validan anio, mes y monto, y que el centro de
      *> costo exista en el maestro de departamentos o sea el centro
      *> general.
       validar-datos-presupuesto.
           move 'Y' to ws-trans-valida
           evaluate true
               when ptr-anio is not numeric or ptr-anio = 0
                   move "ANIO INVALIDO" to wlr-resultado
                   perform registrar-error
               when ptr-mes is not numeric or ptr-mes > 12
                   move "MES INVALIDO" to wlr-resultado
                   perform registrar-error
               when ptr-monto is not numeric
                   move "MONTO NO NUMERICO" to wlr-resultado
                   perform registrar-error
               when other
                   perform varying ws-cen-idx from 1 by 1
                           until ws-cen-idx > ws-total-centros
                           or ws-cen-codigo(ws-cen-idx) = ptr-centro
                       continue
                   end-perform
                   if ptr-centro = spaces
                           or ws-cen-idx > ws-total-centros
                       move "CENTRO DE COSTO NO EXISTE EN DEPTOS"
                           to wlr-resultado
                       perform registrar-error
                   end-if
           end-evaluate.

       registrar-error.
           move 'N' to ws-trans-valida
           add 1 to ws-total-errores
           perform escribir-linea-log.

       alta-presupuesto.
           perform validar-datos-presupuesto
           if ws-trans-valida = 'Y'
               perform buscar-presupuesto
               if ws-pre-idx <= ws-total-presupuesto
                   move "ALTA RECHAZADA: CENTRO Y ANIO YA EXISTEN"
                       to wlr-resultado
                   perform registrar-error
               else
                   if ws-total-presupuesto >= wc-max-presupuesto
                       move "ALTA RECHAZADA: TABLA LLENA"
                           to wlr-resultado
                       perform registrar-error
                   else
                       add 1 to ws-total-presupuesto
                       move ws-total-presupuesto to ws-pre-idx
                       initialize ws-pre-tab(ws-pre-idx)
                       move ptr-centro
                           to ws-pre-tab-centro(ws-pre-idx)
                       move ptr-anio to ws-pre-tab-anio(ws-pre-idx)
                       perform mover-monto-meses
                       add 1 to ws-total-altas
                       move "ALTA APLICADA" to wlr-resultado
                       perform escribir-linea-log
                   end-if
               end-if
           end-if.

       cambio-presupuesto.
           perform validar-datos-presupuesto
           if ws-trans-valida = 'Y'
               perform buscar-presupuesto
               if ws-pre-idx > ws-total-presupuesto
                   move "CAMBIO RECHAZADO: CENTRO Y ANIO NO EXISTEN"
                       to wlr-resultado
                   perform registrar-error
               else
                   perform mover-monto-meses
                   add 1 to ws-total-cambios
                   move "CAMBIO APLICADO" to wlr-resultado
                   perform escribir-linea-log
               end-if
           end-if.

      *> La baja no valida el centro contra el maestro: un centro que
      *> ya no usa ningun departamento debe poder darse de baja.
       baja-presupuesto.
           perform buscar-presupuesto
           if ws-pre-idx > ws-total-presupuesto
               move "BAJA RECHAZADA: CENTRO Y ANIO NO EXISTEN"
                   to wlr-resultado
               perform registrar-error
           else
               perform varying ws-pre-idx-2 from ws-pre-idx by 1
                       until ws-pre-idx-2 >= ws-total-presupuesto
                   move ws-pre-tab(ws-pre-idx-2 + 1)
                       to ws-pre-tab(ws-pre-idx-2)
               end-perform
               subtract 1 from ws-total-presupuesto
               add 1 to ws-total-bajas
               move "BAJA APLICADA" to wlr-resultado
               perform escribir-linea-log
           end-if.

       mover-monto-meses.
           if ptr-mes = 0
               perform varying ws-mes-idx from 1 by 1
                       until ws-mes-idx > 12
                   move ptr-monto
                       to ws-pre-tab-monto(ws-pre-idx ws-mes-idx)
               end-perform
           else
               move ptr-monto to ws-pre-tab-monto(ws-pre-idx ptr-mes)
           end-if.

       regrabar-presupuesto.
           open output archivo-presupuesto
           if ws-estado-presupuesto not = '00'
               display "Error al regrabar el presupuesto: "
                       ws-estado-presupuesto
               stop run
           end-if
           perform varying ws-pre-idx from 1 by 1
                   until ws-pre-idx > ws-total-presupuesto
               move ws-pre-tab-centro(ws-pre-idx) to pre-centro
               move ws-pre-tab-anio(ws-pre-idx)   to pre-anio
               perform varying ws-mes-idx from 1 by 1
                       until ws-mes-idx > 12
                   move ws-pre-tab-monto(ws-pre-idx ws-mes-idx)
                       to pre-mes-monto(ws-mes-idx)
               end-perform
               write registro-presupuesto
           end-perform
           close archivo-presupuesto.

       escribir-linea-log.
           move spaces to linea-log
           write linea-log from ws-linea-resultado.

       escribir-resumen.
           write linea-log from spaces
           move spaces to linea-log
           string "ALTAS APLICADAS:   " delimited by size
                  ws-total-altas delimited by size
                  into linea-log
           end-string
           write linea-log

           move spaces to linea-log
           string "CAMBIOS APLICADOS: " delimited by size
                  ws-total-cambios delimited by size
                  into linea-log
           end-string
           write linea-log

           move spaces to linea-log
           string "BAJAS APLICADAS:   " delimited by size
                  ws-total-bajas delimited by size
                  into linea-log
           end-string
           write linea-log

           move spaces to linea-log
           string "ERRORES:           " delimited by size
                  ws-total-errores delimited by size
                  into linea-log
           end-string
           write linea-log.

       cerrar-archivos.
           close archivo-transacciones
           close archivo-log.

       end program MantPresupuesto.
