      *> CALCULO DE RETENCIONES DE ISR Y CUOTA OBRERA DEL IMSS
      *> Corre en la cadena antes de Program1: con la tabla de
      *> impuestos vigente para el periodo calcula, sobre el bruto de
      *> cada empleado (salario mas percepciones del periodo), el ISR
      *> y la cuota obrera del seguro social, y los deja como
      *> movimientos de deduccion del periodo en movimientos.dat. Asi
      *> Program1, PagoNeto, Poliza y AcumulaYTD los toman igual que
      *> cualquier otra deduccion. Una repeticion del paso reemplaza
      *> las retenciones que el mismo periodo ya tuviera.
       identification division.
       program-id. Retencion.

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

           select archivo-impuestos
               assign to "data/tabla_impuestos.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-impuestos.

           select archivo-movimientos
               assign to "data/movimientos.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-movs.

           select archivo-registro
               assign to "data/registro_retenciones.txt"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-registro.

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

      *> Tabla de impuestos con vigencia por periodo: 'R' un renglon
      *> de la tarifa de ISR (limite inferior, cuota fija y tasa sobre
      *> el excedente), 'S' la cuota obrera del seguro social (tasa
      *> sobre el bruto; el limite es el tope del salario base, cero
      *> sin tope). La tasa es un porcentaje con cuatro decimales.
      *> Para cada clase vale el juego de renglones con la vigencia
      *> mas reciente que no pase del periodo de la corrida.
       fd archivo-impuestos.
       01 registro-impuesto.
           05 imp-tipo        pic x.
           05 filler          pic x value space.
           05 imp-vigencia    pic 9(8).
           05 filler          pic x value space.
           05 imp-limite      pic 9(9).
           05 filler          pic x value space.
           05 imp-cuota       pic 9(9).
           05 filler          pic x value space.
           05 imp-tasa        pic 9(3)v9(4).

       fd archivo-movimientos.
       01 registro-movimiento.
           05 mov-emp-id      pic 9(6).
           05 mov-tipo        pic x(3).
           05 mov-clase       pic x.
           05 mov-monto       pic 9(6).
           05 mov-periodo     pic 9(8).

       fd archivo-registro.
       01 linea-registro     pic x(80).

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
       01 ws-estado-impuestos pic xx value spaces.
       01 ws-estado-movs      pic xx value spaces.
       01 ws-estado-registro  pic xx value spaces.
       01 ws-estado-fecha     pic xx value spaces.
       01 ws-fin-archivo      pic x value 'N'.
       01 ws-fin-deptos       pic x value 'N'.
       01 ws-fin-impuestos    pic x value 'N'.
       01 ws-fin-movs         pic x value 'N'.
       01 ws-fin-fecha        pic x value 'N'.
       01 ws-periodo          pic 9(8) value 0.
       01 ws-salario-tope     pic 9(6) value 500000.
       01 ws-emp-valido       pic x value 'N'.

       01 ws-tabla-maestro-deptos.
           05 ws-mdep-tab occurs 50 times.
               10 ws-mdep-codigo   pic x(4).
               10 ws-mdep-activo   pic x.
       01 ws-total-mdep       pic 99 value 0.
       01 ws-mdep-idx         pic 99 value 0.
       01 wc-max-deptos       pic 99 value 50.

      *> Codigos de deduccion que genera este paso; los demas
      *> programas los tratan como retenciones.
       01 wc-tipo-isr         pic x(3) value "ISR".
       01 wc-tipo-imss        pic x(3) value "IMS".
       01 wc-max-movimiento   pic 9(6) value 999999.
       01 ws-por-retener      pic 9(9) value 0.

       01 ws-tabla-impuestos.
           05 ws-imp-tab occurs 100 times.
               10 ws-imp-tab-tipo     pic x.
               10 ws-imp-tab-vigencia pic 9(8).
               10 ws-imp-tab-limite   pic 9(9).
               10 ws-imp-tab-cuota    pic 9(9).
               10 ws-imp-tab-tasa     pic 9(3)v9(4).
       01 ws-total-impuestos  pic 999 value 0.
       01 ws-imp-idx          pic 999 value 0.
       01 wc-max-impuestos    pic 999 value 100.
       01 ws-vigencia-isr     pic 9(8) value 0.
       01 ws-vigencia-imss    pic 9(8) value 0.
       01 ws-renglon-isr      pic 999 value 0.
       01 ws-renglon-imss     pic 999 value 0.

      *> Movimientos que se conservan al regrabar el archivo: todos
      *> menos las retenciones ya generadas para este periodo.
       01 ws-tabla-conservados.
           05 ws-con-linea occurs 30000 times pic x(24).
       01 ws-total-conservados pic 9(5) value 0.
       01 ws-con-idx          pic 9(5) value 0.
       01 wc-max-conservados  pic 9(5) value 30000.
       01 ws-total-reemplazados pic 9(5) value 0.

      *> Percepciones del periodo, para el bruto gravable.
       01 ws-tabla-percepciones.
           05 ws-per-tab occurs 5000 times.
               10 ws-per-tab-emp-id  pic 9(6).
               10 ws-per-tab-monto   pic 9(6).
       01 ws-total-percepciones pic 9(4) value 0.
       01 ws-per-idx          pic 9(4) value 0.
       01 wc-max-percepciones pic 9(4) value 5000.

       01 ws-emp-bruto        pic 9(9) value 0.
       01 ws-emp-base-imss    pic 9(9) value 0.
       01 ws-emp-isr          pic 9(9) value 0.
       01 ws-emp-imss         pic 9(9) value 0.
       01 ws-contador         pic 9(5) value 0.
       01 ws-omitidos         pic 9(5) value 0.
       01 ws-total-bruto      pic 9(12) value 0.
       01 ws-total-isr        pic 9(12) value 0.
       01 ws-total-imss       pic 9(12) value 0.

       01 ws-linea-encab-1.
           05 filler          pic x(30) value
              "REGISTRO DE RETENCIONES".
           05 filler          pic x(9)  value "PERIODO: ".
           05 wle-periodo     pic 9(8).

       01 ws-linea-encab-2.
           05 filler          pic x(6)  value "    ID".
           05 filler          pic x(2)  value spaces.
           05 filler          pic x(20) value "NOMBRE".
           05 filler          pic x(2)  value spaces.
           05 filler          pic x(11) value "      BRUTO".
           05 filler          pic x(2)  value spaces.
           05 filler          pic x(9)  value "      ISR".
           05 filler          pic x(2)  value spaces.
           05 filler          pic x(9)  value "     IMSS".

       01 ws-linea-detalle.
           05 wld-id          pic zzzzz9.
           05 filler          pic x(2)  value spaces.
           05 wld-nombre      pic x(20).
           05 filler          pic x(2)  value spaces.
           05 wld-bruto       pic zzz,zzz,zz9.
           05 filler          pic x(2)  value spaces.
           05 wld-isr         pic zzz,zz9.
           05 filler          pic x(4)  value spaces.
           05 wld-imss        pic zzz,zz9.

       01 ws-linea-vigencia.
           05 filler          pic x(22) value "VIGENCIA TARIFA ISR:  ".
           05 wlv-isr         pic 9(8).
           05 filler          pic x(10) value "   IMSS: ".
           05 wlv-imss        pic 9(8).

       01 ws-linea-pie-1.
           05 filler          pic x(24) value
              "EMPLEADOS RETENIDOS:    ".
           05 wlp-contador    pic zzzz9.

       01 ws-linea-pie-2.
           05 filler          pic x(24) value
              "EMPLEADOS OMITIDOS:     ".
           05 wlp-omitidos    pic zzzz9.

       01 ws-linea-pie-3.
           05 filler          pic x(24) value
              "TOTAL BRUTO GRAVABLE:   ".
           05 wlp-bruto       pic zzz,zzz,zzz,zz9.

       01 ws-linea-pie-4.
           05 filler          pic x(24) value
              "TOTAL ISR RETENIDO:     ".
           05 wlp-isr         pic zzz,zzz,zzz,zz9.

       01 ws-linea-pie-5.
           05 filler          pic x(24) value
              "TOTAL IMSS RETENIDO:    ".
           05 wlp-imss        pic zzz,zzz,zzz,zz9.

       01 ws-linea-pie-6.
           05 filler          pic x(26) value
              "RETENCIONES REEMPLAZADAS: ".
           05 wlp-reemplazados pic zzzz9.

       procedure division.
       inicio.
           perform leer-fecha-proceso
           perform cargar-tabla-impuestos
           perform abrir-archivos
           perform cargar-maestro-deptos
           perform cargar-movimientos
           perform escribir-encabezado

           perform until ws-fin-archivo = 'S'
               read archivo-empleados
                   at end
                       move 'S' to ws-fin-archivo
                   not at end
                       perform calcular-retenciones-empleado
               end-read
           end-perform

           perform regrabar-movimientos
           perform escribir-pie-registro

           display "======================================"
           display "RETENCIONES PERIODO " ws-periodo
           display "Empleados retenidos:  " ws-contador
           display "Total ISR:            " ws-total-isr
           display "Total IMSS:           " ws-total-imss
           display "======================================"

           perform cerrar-archivos
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

      *> Sin tarifa de ISR vigente no se calcula nada: la negativa
      *> limpia regresa con GOBACK y los movimientos quedan intactos.
       cargar-tabla-impuestos.
           open input archivo-impuestos
           if ws-estado-impuestos = '35'
               display "No hay tabla de impuestos: "
                       "NO SE CALCULAN RETENCIONES"
               goback
           end-if
           if ws-estado-impuestos not = '00'
               display "Error al abrir la tabla de impuestos: "
                       ws-estado-impuestos
               stop run
           end-if
           perform until ws-fin-impuestos = 'S'
               read archivo-impuestos
                   at end
                       move 'S' to ws-fin-impuestos
                   not at end
                       perform agregar-renglon-impuesto
               end-read
           end-perform
           close archivo-impuestos

           if ws-vigencia-isr = 0
               display "SIN TARIFA DE ISR VIGENTE PARA EL PERIODO "
                       ws-periodo ": NO SE CALCULAN RETENCIONES"
               goback
           end-if.

       agregar-renglon-impuesto.
           if (imp-tipo not = 'R' and imp-tipo not = 'S')
                   or imp-vigencia is not numeric
                   or imp-limite is not numeric
                   or imp-cuota is not numeric
                   or imp-tasa is not numeric
               display "Renglon de tabla de impuestos invalido: "
                       registro-impuesto
               stop run
           end-if
           if imp-vigencia <= ws-periodo
               if ws-total-impuestos >= wc-max-impuestos
                   display "Tabla de impuestos llena"
                   stop run
               end-if
               add 1 to ws-total-impuestos
               move imp-tipo     to ws-imp-tab-tipo(ws-total-impuestos)
               move imp-vigencia
                   to ws-imp-tab-vigencia(ws-total-impuestos)
               move imp-limite
                   to ws-imp-tab-limite(ws-total-impuestos)
               move imp-cuota    to ws-imp-tab-cuota(ws-total-impuestos)
               move imp-tasa     to ws-imp-tab-tasa(ws-total-impuestos)
               if imp-tipo = 'R'
                   if imp-vigencia > ws-vigencia-isr
                       move imp-vigencia to ws-vigencia-isr
                   end-if
               else
                   if imp-vigencia > ws-vigencia-imss
                       move imp-vigencia to ws-vigencia-imss
                   end-if
               end-if
           end-if.

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

           open output archivo-registro
           if ws-estado-registro not = '00'
               display "Error al abrir el registro de retenciones: "
                       ws-estado-registro
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

      *> Las retenciones ya generadas para el periodo se descartan y
      *> se recalculan; el resto del archivo se conserva tal cual.
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
                       perform clasificar-movimiento
               end-read
           end-perform
           close archivo-movimientos.

       clasificar-movimiento.
           if mov-periodo = ws-periodo
                   and mov-clase = 'D'
                   and (mov-tipo = wc-tipo-isr
                       or mov-tipo = wc-tipo-imss)
               add 1 to ws-total-reemplazados
           else
               perform conservar-movimiento
               if mov-emp-id is numeric
                       and mov-monto is numeric
                       and mov-clase = 'P'
                       and mov-periodo = ws-periodo
                   perform agregar-percepcion
               end-if
           end-if.

       conservar-movimiento.
           if ws-total-conservados >= wc-max-conservados
               display "Tabla de movimientos llena"
               stop run
           end-if
           add 1 to ws-total-conservados
           move registro-movimiento
               to ws-con-linea(ws-total-conservados).

       agregar-percepcion.
           if ws-total-percepciones >= wc-max-percepciones
               display "Tabla de percepciones llena"
               stop run
           end-if
           add 1 to ws-total-percepciones
           move mov-emp-id to ws-per-tab-emp-id(ws-total-percepciones)
           move mov-monto  to ws-per-tab-monto(ws-total-percepciones).

      *> Al empleado que Program1 va a rechazar no se le calcula
      *> retencion: no se le paga, asi que no hay de donde retener.
       calcular-retenciones-empleado.
           perform validar-empleado
           if ws-emp-valido not = 'S'
               add 1 to ws-omitidos
           else
               perform calcular-bruto-empleado
               perform calcular-isr
               perform calcular-imss
               add 1 to ws-contador
               add ws-emp-bruto to ws-total-bruto
               add ws-emp-isr   to ws-total-isr
               add ws-emp-imss  to ws-total-imss
               if ws-emp-isr > 0
                   move wc-tipo-isr to mov-tipo
                   move ws-emp-isr  to ws-por-retener
                   perform agregar-retencion
               end-if
               if ws-emp-imss > 0
                   move wc-tipo-imss to mov-tipo
                   move ws-emp-imss  to ws-por-retener
                   perform agregar-retencion
               end-if
               perform escribir-detalle-registro
           end-if.

      *> Mismas reglas de aceptacion que Program1: salario valido y
      *> dentro del tope, departamento existente y activo.
       validar-empleado.
           move 'S' to ws-emp-valido
           if emp-salario is not numeric or emp-salario = 0
                   or emp-salario > ws-salario-tope
               move 'N' to ws-emp-valido
           else
               perform varying ws-mdep-idx from 1 by 1
                       until ws-mdep-idx > ws-total-mdep
                       or ws-mdep-codigo(ws-mdep-idx) = emp-depto
                   continue
               end-perform
               if ws-mdep-idx > ws-total-mdep
                   move 'N' to ws-emp-valido
               else
                   if ws-mdep-activo(ws-mdep-idx) not = 'A'
                       move 'N' to ws-emp-valido
                   end-if
               end-if
           end-if.

       calcular-bruto-empleado.
           move emp-salario to ws-emp-bruto
           perform varying ws-per-idx from 1 by 1
                   until ws-per-idx > ws-total-percepciones
               if ws-per-tab-emp-id(ws-per-idx) = emp-id
                   add ws-per-tab-monto(ws-per-idx) to ws-emp-bruto
               end-if
           end-perform.

      *> Renglon de la tarifa: el de mayor limite inferior que no
      *> pase del bruto, dentro de la vigencia que aplica.
       calcular-isr.
           move 0 to ws-emp-isr
           move 0 to ws-renglon-isr
           perform varying ws-imp-idx from 1 by 1
                   until ws-imp-idx > ws-total-impuestos
               if ws-imp-tab-tipo(ws-imp-idx) = 'R'
                       and ws-imp-tab-vigencia(ws-imp-idx)
                           = ws-vigencia-isr
                       and ws-imp-tab-limite(ws-imp-idx)
                           <= ws-emp-bruto
                   if ws-renglon-isr = 0
                       move ws-imp-idx to ws-renglon-isr
                   else
                       if ws-imp-tab-limite(ws-imp-idx)
                               > ws-imp-tab-limite(ws-renglon-isr)
                           move ws-imp-idx to ws-renglon-isr
                       end-if
                   end-if
               end-if
           end-perform
           if ws-renglon-isr > 0
               compute ws-emp-isr rounded =
                   ws-imp-tab-cuota(ws-renglon-isr)
                   + (ws-emp-bruto - ws-imp-tab-limite(ws-renglon-isr))
                     * ws-imp-tab-tasa(ws-renglon-isr) / 100
           end-if.

       calcular-imss.
           move 0 to ws-emp-imss
           move 0 to ws-renglon-imss
           if ws-vigencia-imss > 0
               perform varying ws-imp-idx from 1 by 1
                       until ws-imp-idx > ws-total-impuestos
                   if ws-imp-tab-tipo(ws-imp-idx) = 'S'
                           and ws-imp-tab-vigencia(ws-imp-idx)
                               = ws-vigencia-imss
                       move ws-imp-idx to ws-renglon-imss
                   end-if
               end-perform
           end-if
           if ws-renglon-imss > 0
               move ws-emp-bruto to ws-emp-base-imss
               if ws-imp-tab-limite(ws-renglon-imss) > 0
                       and ws-emp-base-imss
                           > ws-imp-tab-limite(ws-renglon-imss)
                   move ws-imp-tab-limite(ws-renglon-imss)
                       to ws-emp-base-imss
               end-if
               compute ws-emp-imss rounded =
                   ws-imp-tab-cuota(ws-renglon-imss)
                   + ws-emp-base-imss
                     * ws-imp-tab-tasa(ws-renglon-imss) / 100
           end-if.

      *> El movimiento tiene tope de 999999: una retencion mayor se
      *> graba en tantos movimientos del mismo tipo como haga falta.
       agregar-retencion.
           perform until ws-por-retener = 0
               move emp-id     to mov-emp-id
               move 'D'        to mov-clase
               if ws-por-retener > wc-max-movimiento
                   move wc-max-movimiento to mov-monto
               else
                   move ws-por-retener    to mov-monto
               end-if
               move ws-periodo to mov-periodo
               perform conservar-movimiento
               subtract mov-monto from ws-por-retener
           end-perform.

       regrabar-movimientos.
           open output archivo-movimientos
           if ws-estado-movs not = '00'
               display "Error al regrabar los movimientos: "
                       ws-estado-movs
               stop run
           end-if
           perform varying ws-con-idx from 1 by 1
                   until ws-con-idx > ws-total-conservados
               move ws-con-linea(ws-con-idx) to registro-movimiento
               write registro-movimiento
           end-perform
           close archivo-movimientos.

       escribir-encabezado.
           move ws-periodo to wle-periodo
           move spaces to linea-registro
           write linea-registro from ws-linea-encab-1
           move ws-vigencia-isr  to wlv-isr
           move ws-vigencia-imss to wlv-imss
           write linea-registro from ws-linea-vigencia
           write linea-registro from spaces
           write linea-registro from ws-linea-encab-2.

       escribir-detalle-registro.
           move emp-id       to wld-id
           move emp-nombre   to wld-nombre
           move ws-emp-bruto to wld-bruto
           move ws-emp-isr   to wld-isr
           move ws-emp-imss  to wld-imss
           write linea-registro from ws-linea-detalle.

       escribir-pie-registro.
           move ws-contador           to wlp-contador
           move ws-omitidos           to wlp-omitidos
           move ws-total-bruto        to wlp-bruto
           move ws-total-isr          to wlp-isr
           move ws-total-imss         to wlp-imss
           move ws-total-reemplazados to wlp-reemplazados
           write linea-registro from spaces
           write linea-registro from ws-linea-pie-1
           write linea-registro from ws-linea-pie-2
           write linea-registro from ws-linea-pie-3
           write linea-registro from ws-linea-pie-4
           write linea-registro from ws-linea-pie-5
           write linea-registro from ws-linea-pie-6.

       cerrar-archivos.
           close archivo-empleados
           close archivo-registro.

       end program Retencion.
