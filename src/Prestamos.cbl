      *> DESCUENTOS RECURRENTES: PRESTAMOS, ANTICIPOS Y PENSIONES
      *> Corre en la cadena antes de Program1 (despues de Retencion):
      *> por cada obligacion activa del maestro de prestamos genera el
      *> movimiento de deduccion 'D' del periodo en movimientos.dat y
      *> baja el saldo. La cuota nunca pasa del neto disponible del
      *> empleado (salario mas percepciones menos las deducciones que
      *> ya trae el periodo), asi Program1 no tiene que llevar el neto
      *> a cero y perder el descuento: lo que no se alcanzo a tomar
      *> queda pendiente en el maestro y se suma a la cuota del
      *> siguiente periodo. Un periodo ya generado no se repite.
       identification division.
       program-id. Prestamos.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select archivo-empleados
               assign to "data/empleados.dat"
               organization is relative
               access mode is sequential
               file status is ws-estado-archivo.

           select archivo-deptos
               assign to "data/departamentos.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-deptos.

           select archivo-prestamos
               assign to "data/prestamos.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-prestamos.

           select archivo-movimientos
               assign to "data/movimientos.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-movs.

           select archivo-control
               assign to "data/prestamos_control.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-control.

           select archivo-reporte
               assign to "data/reporte_prestamos.txt"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-reporte.

           select archivo-fecha
               assign to "data/fecha_proceso.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-fecha.

       data division.
       file section.
       fd archivo-empleados.
       01 registro-empleado.
           05 emp-id          pic 9(6).
           05 emp-nombre      pic x(20).
           05 emp-salario     pic 9(6).
           05 emp-depto       pic x(4).

       fd archivo-deptos.
       01 registro-depto.
           05 dep-codigo       pic x(4).
           05 dep-nombre       pic x(30).
           05 dep-centro-costo pic x(6).
           05 dep-activo       pic x.

      *> Maestro de obligaciones: una por prestamo, anticipo o
      *> pension, con su tipo de deduccion, el monto original, la
      *> cuota por periodo, el saldo por recuperar y la cuota que no
      *> se alcanzo a tomar en periodos anteriores. Estado 'A'
      *> activa, 'L' liquidada, 'S' suspendida (no genera descuento).
       fd archivo-prestamos.
       01 registro-prestamo.
           05 pre-folio       pic 9(6).
           05 filler          pic x value space.
           05 pre-emp-id      pic 9(6).
           05 filler          pic x value space.
           05 pre-tipo        pic x(3).
           05 filler          pic x value space.
           05 pre-original    pic 9(9).
           05 filler          pic x value space.
           05 pre-cuota       pic 9(6).
           05 filler          pic x value space.
           05 pre-saldo       pic 9(9).
           05 filler          pic x value space.
           05 pre-pendiente   pic 9(9).
           05 filler          pic x value space.
           05 pre-estado      pic x.
           05 filler          pic x value space.
           05 pre-ult-periodo pic 9(8).

       fd archivo-movimientos.
       01 registro-movimiento.
           05 mov-emp-id      pic 9(6).
           05 mov-tipo        pic x(3).
           05 mov-clase       pic x.
           05 mov-monto       pic 9(6).
           05 mov-periodo     pic 9(8).

      *> Periodos cuyos descuentos ya se generaron.
       fd archivo-control.
       01 registro-control-pre.
           05 prc-periodo     pic 9(8).

       fd archivo-reporte.
       01 linea-reporte      pic x(110).

      *> Fecha de negocio mantenida por Nocturno ('F' fecha/periodo
      *> vigentes; los 'H' son feriados y aqui se ignoran).
       fd archivo-fecha.
       01 registro-fecha.
           05 fpr-tipo        pic x.
           05 filler          pic x value space.
           05 fpr-fecha       pic 9(8).
           05 filler          pic x value space.
           05 fpr-periodo     pic 9(8).

       working-storage section.
       01 ws-estado-archivo   pic xx value spaces.
       01 ws-estado-deptos    pic xx value spaces.
       01 ws-estado-prestamos pic xx value spaces.
       01 ws-estado-movs      pic xx value spaces.
       01 ws-estado-control   pic xx value spaces.
       01 ws-estado-reporte   pic xx value spaces.
       01 ws-estado-fecha     pic xx value spaces.
       01 ws-fin-archivo      pic x value 'N'.
       01 ws-fin-deptos       pic x value 'N'.
       01 ws-fin-prestamos    pic x value 'N'.
       01 ws-fin-movs         pic x value 'N'.
       01 ws-fin-control      pic x value 'N'.
       01 ws-fin-fecha        pic x value 'N'.
       01 ws-periodo          pic 9(8) value 0.
       01 ws-salario-tope     pic 9(6) value 500000.

      *> Empleados del maestro con el neto que les queda disponible
      *> en el periodo; los que Program1 va a rechazar no admiten
      *> descuento.
       01 ws-tabla-emp.
           05 ws-emp-tab occurs 10000 times.
               10 ws-emp-tab-id         pic 9(6).
               10 ws-emp-tab-nombre     pic x(20).
               10 ws-emp-tab-valido     pic x.
               10 ws-emp-tab-disponible pic s9(9).
       01 ws-total-emp        pic 9(5) value 0.
       01 ws-emp-idx          pic 9(5) value 0.
       01 wc-max-emp          pic 9(5) value 10000.

       01 ws-tabla-maestro-deptos.
           05 ws-mdep-tab occurs 50 times.
               10 ws-mdep-codigo   pic x(4).
               10 ws-mdep-activo   pic x.
       01 ws-total-mdep       pic 99 value 0.
       01 ws-mdep-idx         pic 99 value 0.
       01 wc-max-deptos       pic 99 value 50.

      *> Maestro de prestamos en memoria, regrabado completo al final.
       01 ws-tabla-prestamos.
           05 ws-pre-tab occurs 5000 times.
               10 ws-pre-linea     pic x(70).
       01 ws-total-prestamos  pic 9(4) value 0.
       01 ws-pre-idx          pic 9(4) value 0.
       01 wc-max-prestamos    pic 9(4) value 5000.

       01 ws-cuota-periodo    pic 9(9) value 0.
       01 ws-tomado           pic 9(9) value 0.
       01 ws-motivo           pic x(20) value spaces.
       01 wc-max-movimiento   pic 9(6) value 999999.

       01 ws-total-procesados pic 9(5) value 0.
       01 ws-total-liquidados pic 9(5) value 0.
       01 ws-total-parciales  pic 9(5) value 0.
       01 ws-total-tomado     pic 9(12) value 0.
       01 ws-total-pendiente  pic 9(12) value 0.
       01 ws-total-saldo      pic 9(12) value 0.

       01 ws-linea-encab-1.
           05 filler          pic x(40) value
              "REPORTE DE SALDOS DE PRESTAMOS".
           05 filler          pic x(9)  value "PERIODO: ".
           05 wle-periodo     pic 9(8).

       01 ws-linea-encab-2.
           05 filler          pic x(7)  value " FOLIO".
           05 filler          pic x(7)  value "    ID".
           05 filler          pic x(21) value "NOMBRE".
           05 filler          pic x(4)  value "TIP".
           05 filler          pic x(12) value "   ORIGINAL".
           05 filler          pic x(8)  value " TOMADO".
           05 filler          pic x(12) value "  PENDIENTE".
           05 filler          pic x(12) value "      SALDO".
           05 filler          pic x(20) value "SITUACION".

       01 ws-linea-detalle.
           05 wld-folio       pic zzzzz9.
           05 filler          pic x     value space.
           05 wld-id          pic zzzzz9.
           05 filler          pic x     value space.
           05 wld-nombre      pic x(20).
           05 filler          pic x     value space.
           05 wld-tipo        pic x(3).
           05 filler          pic x     value space.
           05 wld-original    pic zzz,zzz,zz9.
           05 filler          pic x     value space.
           05 wld-tomado      pic zzz,zz9.
           05 filler          pic x     value space.
           05 wld-pendiente   pic zzz,zzz,zz9.
           05 filler          pic x     value space.
           05 wld-saldo       pic zzz,zzz,zz9.
           05 filler          pic x     value space.
           05 wld-motivo      pic x(20).

       01 ws-linea-pie-1.
           05 filler          pic x(26) value
              "OBLIGACIONES PROCESADAS:  ".
           05 wlp-procesados  pic zzzz9.

       01 ws-linea-pie-2.
           05 filler          pic x(26) value
              "TOTAL TOMADO EN EL PERIODO".
           05 wlp-tomado      pic zzz,zzz,zzz,zz9.

       01 ws-linea-pie-3.
           05 filler          pic x(26) value
              "CUOTAS PENDIENTES:        ".
           05 wlp-parciales   pic zzzz9.

       01 ws-linea-pie-4.
           05 filler          pic x(26) value
              "TOTAL PENDIENTE ARRASTRADO".
           05 wlp-pendiente   pic zzz,zzz,zzz,zz9.

       01 ws-linea-pie-5.
           05 filler          pic x(26) value
              "SALDO TOTAL POR RECUPERAR:".
           05 wlp-saldo       pic zzz,zzz,zzz,zz9.

       01 ws-linea-pie-6.
           05 filler          pic x(26) value
              "OBLIGACIONES LIQUIDADAS:  ".
           05 wlp-liquidados  pic zzzz9.

       procedure division.
       inicio.
           perform leer-fecha-proceso
           perform verificar-periodo-no-generado
           perform abrir-archivos
           perform cargar-maestro-deptos
           perform cargar-empleados
           perform cargar-movimientos
           perform cargar-prestamos
           perform marcar-periodo-generado
           perform escribir-encabezado

           open extend archivo-movimientos
           if ws-estado-movs not = '00'
               display "Error al abrir el archivo de movimientos: "
                       ws-estado-movs
               stop run
           end-if
           perform varying ws-pre-idx from 1 by 1
                   until ws-pre-idx > ws-total-prestamos
               perform procesar-prestamo
           end-perform
           close archivo-movimientos

           perform regrabar-prestamos
           perform escribir-pie-reporte

           display "======================================"
           display "DESCUENTOS RECURRENTES PERIODO " ws-periodo
           display "Obligaciones procesadas: " ws-total-procesados
           display "Total tomado:            " ws-total-tomado
           display "Total pendiente:         " ws-total-pendiente
           display "Liquidadas:              " ws-total-liquidados
           display "======================================"

           close archivo-reporte
           goback.

       leer-fecha-proceso.
           move function current-date(1:8) to ws-periodo
           open input archivo-fecha
           if ws-estado-fecha = '00'
               perform until ws-fin-fecha = 'S'
                   read archivo-fecha
                       at end
                           move 'S' to ws-fin-fecha
                       not at end
                           if fpr-tipo = 'F'
                               move fpr-periodo to ws-periodo
                           end-if
                   end-read
               end-perform
               close archivo-fecha
           end-if.

       verificar-periodo-no-generado.
           open input archivo-control
           if ws-estado-control not = '35'
               if ws-estado-control not = '00'
                   display "Error al abrir el control de prestamos: "
                           ws-estado-control
                   stop run
               end-if
               perform until ws-fin-control = 'S'
                   read archivo-control
                       at end
                           move 'S' to ws-fin-control
                       not at end
                           if prc-periodo = ws-periodo
                               display "PERIODO " ws-periodo
                                       " YA GENERADO: NO SE REPITE"
                               close archivo-control
                               goback
                           end-if
                   end-read
               end-perform
               close archivo-control
           end-if.

      *> El periodo se marca generado ANTES de escribir movimientos y
      *> regrabar saldos: un corte a medias se corrige a mano en
      *> lugar de descontar dos veces la misma cuota.
       marcar-periodo-generado.
           open extend archivo-control
           if ws-estado-control = '35'
               open output archivo-control
           end-if
           if ws-estado-control not = '00'
               display "Error al abrir el control de prestamos: "
                       ws-estado-control
               stop run
           end-if
           move ws-periodo to prc-periodo
           write registro-control-pre
           close archivo-control.

       abrir-archivos.
           open input archivo-empleados
           if ws-estado-archivo not = '00'
               display "Error al abrir el archivo: " ws-estado-archivo
               stop run
           end-if

           open input archivo-deptos
           if ws-estado-deptos not = '00'
               display "Error al abrir el maestro de departamentos: "
                       ws-estado-deptos
               stop run
           end-if

           open input archivo-prestamos
           if ws-estado-prestamos = '35'
               open output archivo-prestamos
               close archivo-prestamos
               open input archivo-prestamos
           end-if
           if ws-estado-prestamos not = '00'
               display "Error al abrir el maestro de prestamos: "
                       ws-estado-prestamos
               stop run
           end-if

           open output archivo-reporte
           if ws-estado-reporte not = '00'
               display "Error al abrir el reporte de prestamos: "
                       ws-estado-reporte
               stop run
           end-if.

       cargar-maestro-deptos.
           perform until ws-fin-deptos = 'S'
               read archivo-deptos
                   at end
                       move 'S' to ws-fin-deptos
                   not at end
                       perform agregar-maestro-depto
               end-read
           end-perform
           close archivo-deptos.

       agregar-maestro-depto.
           if ws-total-mdep >= wc-max-deptos
               display "Maestro de departamentos excede la tabla: "
                       dep-codigo
               stop run
           end-if
           add 1 to ws-total-mdep
           move dep-codigo to ws-mdep-codigo(ws-total-mdep)
           move dep-activo to ws-mdep-activo(ws-total-mdep).

       cargar-empleados.
           perform until ws-fin-archivo = 'S'
               read archivo-empleados
                   at end
                       move 'S' to ws-fin-archivo
                   not at end
                       perform agregar-empleado
               end-read
           end-perform
           close archivo-empleados.

      *> Mismas reglas de aceptacion que Program1: salario valido y
      *> dentro del tope, departamento existente y activo.
       agregar-empleado.
           if ws-total-emp >= wc-max-emp
               display "Tabla de empleados llena: " emp-id
               stop run
           end-if
           add 1 to ws-total-emp
           move emp-id     to ws-emp-tab-id(ws-total-emp)
           move emp-nombre to ws-emp-tab-nombre(ws-total-emp)
           move 'S'        to ws-emp-tab-valido(ws-total-emp)
           move 0          to ws-emp-tab-disponible(ws-total-emp)
           if emp-salario is not numeric or emp-salario = 0
                   or emp-salario > ws-salario-tope
               move 'N' to ws-emp-tab-valido(ws-total-emp)
           else
               move emp-salario to ws-emp-tab-disponible(ws-total-emp)
               perform varying ws-mdep-idx from 1 by 1
                       until ws-mdep-idx > ws-total-mdep
                       or ws-mdep-codigo(ws-mdep-idx) = emp-depto
                   continue
               end-perform
               if ws-mdep-idx > ws-total-mdep
                   move 'N' to ws-emp-tab-valido(ws-total-emp)
               else
                   if ws-mdep-activo(ws-mdep-idx) not = 'A'
                       move 'N' to ws-emp-tab-valido(ws-total-emp)
                   end-if
               end-if
           end-if.

       cargar-movimientos.
           open input archivo-movimientos
           if ws-estado-movs = '35'
               open output archivo-movimientos
               close archivo-movimientos
               open input archivo-movimientos
           end-if
           if ws-estado-movs not = '00'
               display "Error al abrir el archivo de movimientos: "
                       ws-estado-movs
               stop run
           end-if
           perform until ws-fin-movs = 'S'
               read archivo-movimientos
                   at end
                       move 'S' to ws-fin-movs
                   not at end
                       perform aplicar-movimiento-disponible
               end-read
           end-perform
           close archivo-movimientos.

      *> Mismo criterio de Program1: solo movimientos limpios del
      *> periodo cuentan para el neto.
       aplicar-movimiento-disponible.
           if mov-emp-id is numeric
                   and mov-monto is numeric
                   and (mov-clase = 'P' or mov-clase = 'D')
                   and mov-periodo = ws-periodo
               perform buscar-empleado-mov
               if ws-emp-idx <= ws-total-emp
                   if mov-clase = 'P'
                       add mov-monto
                           to ws-emp-tab-disponible(ws-emp-idx)
                   else
                       subtract mov-monto
                           from ws-emp-tab-disponible(ws-emp-idx)
                   end-if
               end-if
           end-if.

       buscar-empleado-mov.
           perform varying ws-emp-idx from 1 by 1
                   until ws-emp-idx > ws-total-emp
                   or ws-emp-tab-id(ws-emp-idx) = mov-emp-id
               continue
           end-perform.

       cargar-prestamos.
           perform until ws-fin-prestamos = 'S'
               read archivo-prestamos
                   at end
                       move 'S' to ws-fin-prestamos
                   not at end
                       perform agregar-prestamo
               end-read
           end-perform
           close archivo-prestamos.

       agregar-prestamo.
           if ws-total-prestamos >= wc-max-prestamos
               display "Tabla de prestamos llena: " pre-folio
               stop run
           end-if
           add 1 to ws-total-prestamos
           move registro-prestamo to ws-pre-linea(ws-total-prestamos).

      *> La cuota del periodo es la cuota normal mas lo pendiente,
      *> sin pasar del saldo; se toma lo que alcance del neto
      *> disponible y el resto queda pendiente.
       procesar-prestamo.
           move ws-pre-linea(ws-pre-idx) to registro-prestamo
           if pre-pendiente is not numeric
               move 0 to pre-pendiente
           end-if
           if pre-estado = 'A'
                   and pre-saldo is numeric
                   and pre-saldo > 0
                   and pre-cuota is numeric
               add 1 to ws-total-procesados
               compute ws-cuota-periodo = pre-cuota + pre-pendiente
               if ws-cuota-periodo > pre-saldo
                   move pre-saldo to ws-cuota-periodo
               end-if
               move 0 to ws-tomado
               move spaces to ws-motivo
               move pre-emp-id to mov-emp-id
               perform buscar-empleado-mov
               if ws-emp-idx > ws-total-emp
                   move "EMPLEADO NO EXISTE" to ws-motivo
               else
                   if ws-emp-tab-valido(ws-emp-idx) not = 'S'
                       move "EMPLEADO RECHAZADO" to ws-motivo
                   else
                       perform tomar-cuota
                   end-if
               end-if
               perform actualizar-prestamo
               perform escribir-detalle-reporte
               move registro-prestamo to ws-pre-linea(ws-pre-idx)
           end-if.

       tomar-cuota.
           if ws-emp-tab-disponible(ws-emp-idx) > 0
               if ws-emp-tab-disponible(ws-emp-idx)
                       < ws-cuota-periodo
                   move ws-emp-tab-disponible(ws-emp-idx)
                       to ws-tomado
               else
                   move ws-cuota-periodo to ws-tomado
               end-if
           end-if
           if ws-tomado > wc-max-movimiento
               move wc-max-movimiento to ws-tomado
           end-if
           if ws-tomado > 0
               subtract ws-tomado
                   from ws-emp-tab-disponible(ws-emp-idx)
               move pre-emp-id to mov-emp-id
               move pre-tipo   to mov-tipo
               move 'D'        to mov-clase
               move ws-tomado  to mov-monto
               move ws-periodo to mov-periodo
               write registro-movimiento
           end-if
           if ws-tomado < ws-cuota-periodo
               move "NETO INSUFICIENTE" to ws-motivo
           end-if.

       actualizar-prestamo.
           subtract ws-tomado from pre-saldo
           compute pre-pendiente = ws-cuota-periodo - ws-tomado
           move ws-periodo to pre-ult-periodo
           add ws-tomado to ws-total-tomado
           if pre-saldo = 0
               move 'L' to pre-estado
               move 0   to pre-pendiente
               move "LIQUIDADO" to ws-motivo
               add 1 to ws-total-liquidados
           else
               add pre-saldo to ws-total-saldo
           end-if
           if pre-pendiente > 0
               add 1 to ws-total-parciales
               add pre-pendiente to ws-total-pendiente
           end-if.

       regrabar-prestamos.
           open output archivo-prestamos
           if ws-estado-prestamos not = '00'
               display "Error al regrabar el maestro de prestamos: "
                       ws-estado-prestamos
               stop run
           end-if
           perform varying ws-pre-idx from 1 by 1
                   until ws-pre-idx > ws-total-prestamos
               move ws-pre-linea(ws-pre-idx) to registro-prestamo
               write registro-prestamo
           end-perform
           close archivo-prestamos.

       escribir-encabezado.
           move ws-periodo to wle-periodo
           move spaces to linea-reporte
           write linea-reporte from ws-linea-encab-1
           write linea-reporte from spaces
           write linea-reporte from ws-linea-encab-2.

       escribir-detalle-reporte.
           move spaces        to ws-linea-detalle
           move pre-folio     to wld-folio
           move pre-emp-id    to wld-id
           if ws-emp-idx > ws-total-emp
               move spaces to wld-nombre
           else
               move ws-emp-tab-nombre(ws-emp-idx) to wld-nombre
           end-if
           move pre-tipo      to wld-tipo
           move pre-original  to wld-original
           move ws-tomado     to wld-tomado
           move pre-pendiente to wld-pendiente
           move pre-saldo     to wld-saldo
           move ws-motivo     to wld-motivo
           write linea-reporte from ws-linea-detalle.

       escribir-pie-reporte.
           move ws-total-procesados to wlp-procesados
           move ws-total-tomado     to wlp-tomado
           move ws-total-parciales  to wlp-parciales
           move ws-total-pendiente  to wlp-pendiente
           move ws-total-saldo      to wlp-saldo
           move ws-total-liquidados to wlp-liquidados
           write linea-reporte from spaces
           write linea-reporte from ws-linea-pie-1
           write linea-reporte from ws-linea-pie-2
           write linea-reporte from ws-linea-pie-3
           write linea-reporte from ws-linea-pie-4
           write linea-reporte from ws-linea-pie-5
           write linea-reporte from ws-linea-pie-6.

       end program Prestamos.
