               access mode is sequential
               file status is ws-estado-fecha.

           select archivo-banco-destino
               assign to dynamic ws-ruta-banco-destino
               organization is line sequential
               access mode is sequential
               file status is ws-estado-destino.

           select archivo-despacho
               assign to "data/banco_despacho.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-despacho.

           select archivo-reporte-despacho
               assign to "data/reporte_despacho_banco.txt"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-rep-despacho.

       data division.
       file section.
       fd archivo-empleados.
      *> Interfaz de transferencias al banco: encabezado 'H', un
      *> detalle 'D' por empleado aceptado con cuenta activa y cola
      *> 'T' cuyo contador y hash cuadran con los detalles enviados.
      *> Es el archivo consolidado de la corrida (el que se reanuda
      *> con el checkpoint); al terminar se parte en un archivo por
      *> banco destino con el mismo formato.
       fd archivo-banco.
       01 registro-banco         pic x(80).

       fd archivo-banco-destino.
       01 registro-banco-destino pic x(80).

      *> Indice del despacho: un registro por banco con el archivo
      *> que se le envia y sus totales; RetornoBanco lo usa para
      *> casar cada retorno solo contra lo enviado a ese banco.
       fd archivo-despacho.
       01 registro-despacho.
           05 dsp-banco       pic x(3).
           05 filler          pic x value space.
           05 dsp-periodo     pic 9(8).
           05 filler          pic x value space.
           05 dsp-contador    pic 9(12).
           05 filler          pic x value space.
           05 dsp-monto       pic 9(12).
           05 filler          pic x value space.
           05 dsp-archivo     pic x(40).

       fd archivo-reporte-despacho.
       01 linea-despacho         pic x(80).

      *> Fecha de negocio mantenida por Nocturno: registro 'F' con la
      *> fecha y el periodo vigentes ('H' son feriados, aqui se
      *> ignoran).
       01 ws-estado-cuentas   pic xx value spaces.
       01 ws-estado-sin-cuenta pic xx value spaces.
       01 ws-estado-fecha     pic xx value spaces.
       01 ws-estado-destino   pic xx value spaces.
       01 ws-estado-despacho  pic xx value spaces.
       01 ws-estado-rep-despacho pic xx value spaces.
       01 ws-fin-fecha        pic x value 'N'.
       01 ws-periodo          pic 9(8) value 0.
       01 ws-fecha-proceso    pic 9(8) value 0.
           05 wbd-nombre      pic x(20).
           05 wbd-monto       pic 9(12).
           05 wbd-cuenta      pic x(18).
           05 wbd-banco       pic x(3).

       01 ws-banco-cola.
           05 filler          pic x value 'T'.
               10 ws-cta-tab-emp-id  pic 9(6).
               10 ws-cta-tab-cuenta  pic x(18).
               10 ws-cta-tab-activo  pic x.
               10 ws-cta-tab-banco   pic x(3).
       01 ws-total-cuentas    pic 9(5) value 0.
       01 ws-cta-idx          pic 9(5) value 0.
       01 wc-max-cuentas      pic 9(5) value 10000.
       01 ws-fin-cuentas      pic x value 'N'.
       01 ws-motivo-sin-cuenta pic x(20) value spaces.

      *> Bancos destino de la corrida con sus totales, armados al
      *> releer el archivo consolidado.
       01 ws-tabla-bancos.
           05 ws-bco-tab occurs 50 times.
               10 ws-bco-codigo      pic x(3).
               10 ws-bco-contador    pic 9(12).
               10 ws-bco-monto       pic 9(12).
       01 ws-total-bancos     pic 99 value 0.
       01 ws-bco-idx          pic 99 value 0.
       01 wc-max-bancos       pic 99 value 50.
       01 ws-ruta-banco-destino pic x(40) value spaces.
       01 ws-fin-consolidado  pic x value 'N'.
       01 ws-secuencia-destino pic 9(6) value 0.
       01 ws-despacho-contador pic 9(12) value 0.
       01 ws-despacho-monto   pic 9(12) value 0.
       01 ws-sin-cuenta-contador pic 9(12) value 0.
       01 ws-sin-cuenta-monto pic 9(12) value 0.
       01 ws-nomina-contador  pic 9(12) value 0.
       01 ws-nomina-monto     pic 9(12) value 0.
       01 ws-fin-sin-cuenta   pic x value 'N'.

       01 ws-salario-minimo   pic 9(6) value 999999.
       01 ws-salario-maximo   pic 9(6) value 0.
       01 ws-salario-promedio pic 9(6)v99 value 0.
           05 filler          pic x(22) value "SALARIO PROMEDIO:     ".
           05 wlp-promedio    pic zzz,zz9.99.

       01 ws-despacho-encab-1.
           05 filler          pic x(40) value
              "DESPACHO DE TRANSFERENCIAS POR BANCO".
           05 filler          pic x(9)  value "PERIODO: ".
           05 wde-periodo     pic 9(8).

       01 ws-despacho-encab-2.
           05 filler          pic x(7)  value "BANCO".
           05 filler          pic x(40) value "ARCHIVO".
           05 filler          pic x(14) value "         PAGOS".
           05 filler          pic x(16) value "           MONTO".

       01 ws-despacho-detalle.
           05 wdd-banco       pic x(3).
           05 filler          pic x(4)  value spaces.
           05 wdd-archivo     pic x(40).
           05 wdd-contador    pic zzz,zzz,zz9.
           05 filler          pic x(2)  value spaces.
           05 wdd-monto       pic zzz,zzz,zzz,zz9.

       01 ws-despacho-total.
           05 wdt-concepto    pic x(47).
           05 wdt-contador    pic zzz,zzz,zz9.
           05 filler          pic x(2)  value spaces.
           05 wdt-monto       pic zzz,zzz,zzz,zz9.

       01 ws-despacho-estado.
           05 filler          pic x(10) value "DESPACHO: ".
           05 wdx-estado      pic x(30).

       procedure division.
       inicio.
           accept ws-param-reinicio from command-line
           display "======================================"

           perform cerrar-archivos
           perform despachar-por-banco
           goback.

      *> El periodo de la corrida sale de la fecha de negocio que
           add 1 to ws-total-cuentas
           move cta-emp-id to ws-cta-tab-emp-id(ws-total-cuentas)
           move cta-cuenta to ws-cta-tab-cuenta(ws-total-cuentas)
           move cta-activo to ws-cta-tab-activo(ws-total-cuentas)
           move cta-banco  to ws-cta-tab-banco(ws-total-cuentas).

       buscar-cuenta-empleado.
           perform varying ws-cta-idx from 1 by 1
           end-if.

      *> Pago neto del empleado: salario mas percepciones menos
      *> deducciones del periodo, incluidas las retenciones de ISR e
      *> IMSS que Retencion deja como movimientos; un neto negativo
      *> se deposita como cero (la deuda pendiente la maneja nomina
      *> por fuera).
       calcular-neto-empleado.
           move 0 to ws-emp-percepciones
           move 0 to ws-emp-deducciones
               else
                   if ws-cta-tab-cuenta(ws-cta-idx) = spaces
                       move "CUENTA EN BLANCO" to ws-motivo-sin-cuenta
                   else
                       if ws-cta-tab-banco(ws-cta-idx) = spaces
                           move "CUENTA SIN BANCO"
                               to ws-motivo-sin-cuenta
                       end-if
                   end-if
               end-if
           end-if
           move emp-nombre   to wbd-nombre
           move ws-emp-neto  to wbd-monto
           move ws-cta-tab-cuenta(ws-cta-idx) to wbd-cuenta
           move ws-cta-tab-banco(ws-cta-idx)  to wbd-banco
           move spaces to registro-banco
           write registro-banco from ws-banco-detalle.

           close archivo-historia
           close archivo-banco.

      *> Con la corrida completa, el archivo consolidado se parte en
      *> un archivo por banco destino (encabezado, secuencia y cola
      *> propios) y el resumen del despacho se cuadra contra los
      *> totales de control: lo enviado a todos los bancos mas los
      *> pagos sin cuenta debe dar nomina_totales_reales.dat.
       despachar-por-banco.
           perform identificar-bancos-destino

           open output archivo-despacho
           if ws-estado-despacho not = '00'
               display "Error al abrir el indice de despacho: "
                       ws-estado-despacho
               stop run
           end-if
           open output archivo-reporte-despacho
           if ws-estado-rep-despacho not = '00'
               display "Error al abrir el reporte de despacho: "
                       ws-estado-rep-despacho
               stop run
           end-if
           move ws-periodo to wde-periodo
           move spaces to linea-despacho
           write linea-despacho from ws-despacho-encab-1
           write linea-despacho from spaces
           write linea-despacho from ws-despacho-encab-2

           perform varying ws-bco-idx from 1 by 1
                   until ws-bco-idx > ws-total-bancos
               perform generar-archivo-banco
           end-perform

           perform sumar-pagos-sin-cuenta
           perform leer-totales-control
           perform escribir-cuadre-despacho

           close archivo-despacho
           close archivo-reporte-despacho

           display "Bancos despachados:   " ws-total-bancos.

       identificar-bancos-destino.
           open input archivo-banco
           if ws-estado-banco not = '00'
               display "Error al releer el archivo de banco: "
                       ws-estado-banco
               stop run
           end-if
           move 'N' to ws-fin-consolidado
           perform until ws-fin-consolidado = 'S'
               read archivo-banco
                   at end
                       move 'S' to ws-fin-consolidado
                   not at end
                       if registro-banco(1:1) = 'D'
                           move registro-banco to ws-banco-detalle
                           perform acumular-banco-destino
                       end-if
               end-read
           end-perform
           close archivo-banco.

       acumular-banco-destino.
           perform varying ws-bco-idx from 1 by 1
                   until ws-bco-idx > ws-total-bancos
                   or ws-bco-codigo(ws-bco-idx) = wbd-banco
               continue
           end-perform
           if ws-bco-idx > ws-total-bancos
               if ws-total-bancos >= wc-max-bancos
                   display "Tabla de bancos destino llena: " wbd-banco
                   stop run
               end-if
               add 1 to ws-total-bancos
               move ws-total-bancos to ws-bco-idx
               move wbd-banco to ws-bco-codigo(ws-bco-idx)
               move 0 to ws-bco-contador(ws-bco-idx)
               move 0 to ws-bco-monto(ws-bco-idx)
           end-if
           add 1         to ws-bco-contador(ws-bco-idx)
           add wbd-monto to ws-bco-monto(ws-bco-idx).

       generar-archivo-banco.
           move spaces to ws-ruta-banco-destino
           string "data/banco_transferencias_" delimited by size
                  ws-bco-codigo(ws-bco-idx)    delimited by space
                  ".dat"                       delimited by size
                  into ws-ruta-banco-destino
           end-string
           open output archivo-banco-destino
           if ws-estado-destino not = '00'
               display "Error al abrir el archivo del banco "
                       ws-bco-codigo(ws-bco-idx) ": "
                       ws-estado-destino
               stop run
           end-if
           move ws-fecha-proceso to wbe-fecha
           move ws-periodo       to wbe-periodo
           move spaces to registro-banco-destino
           write registro-banco-destino from ws-banco-encab

           move 0 to ws-secuencia-destino
           open input archivo-banco
           if ws-estado-banco not = '00'
               display "Error al releer el archivo de banco: "
                       ws-estado-banco
               stop run
           end-if
           move 'N' to ws-fin-consolidado
           perform until ws-fin-consolidado = 'S'
               read archivo-banco
                   at end
                       move 'S' to ws-fin-consolidado
                   not at end
                       if registro-banco(1:1) = 'D'
                           move registro-banco to ws-banco-detalle
                           if wbd-banco = ws-bco-codigo(ws-bco-idx)
                               add 1 to ws-secuencia-destino
                               move ws-secuencia-destino
                                   to wbd-secuencia
                               move spaces to registro-banco-destino
                               write registro-banco-destino
                                   from ws-banco-detalle
                           end-if
                       end-if
               end-read
           end-perform
           close archivo-banco

           move ws-bco-contador(ws-bco-idx) to wbc-contador
           move ws-bco-monto(ws-bco-idx)    to wbc-hash
           move spaces to registro-banco-destino
           write registro-banco-destino from ws-banco-cola
           close archivo-banco-destino

           move spaces to registro-despacho
           move ws-bco-codigo(ws-bco-idx)   to dsp-banco
           move ws-periodo                  to dsp-periodo
           move ws-bco-contador(ws-bco-idx) to dsp-contador
           move ws-bco-monto(ws-bco-idx)    to dsp-monto
           move ws-ruta-banco-destino       to dsp-archivo
           write registro-despacho

           move ws-bco-codigo(ws-bco-idx)   to wdd-banco
           move ws-ruta-banco-destino       to wdd-archivo
           move ws-bco-contador(ws-bco-idx) to wdd-contador
           move ws-bco-monto(ws-bco-idx)    to wdd-monto
           write linea-despacho from ws-despacho-detalle
           add ws-bco-contador(ws-bco-idx) to ws-despacho-contador
           add ws-bco-monto(ws-bco-idx)    to ws-despacho-monto.

       sumar-pagos-sin-cuenta.
           open input archivo-sin-cuenta
           if ws-estado-sin-cuenta = '00'
               perform until ws-fin-sin-cuenta = 'S'
                   read archivo-sin-cuenta
                       at end
                           move 'S' to ws-fin-sin-cuenta
                       not at end
                           add 1 to ws-sin-cuenta-contador
                           if psc-monto is numeric
                               add psc-monto to ws-sin-cuenta-monto
                           end-if
                   end-read
               end-perform
               close archivo-sin-cuenta
           end-if.

       leer-totales-control.
           open input archivo-totales-reales
           if ws-estado-totales not = '00'
               display "Error al leer los totales de control: "
                       ws-estado-totales
               stop run
           end-if
           read archivo-totales-reales
               at end
                   move 0 to tot-contador
                   move 0 to tot-total-netos
           end-read
           move tot-contador    to ws-nomina-contador
           move tot-total-netos to ws-nomina-monto
           close archivo-totales-reales.

       escribir-cuadre-despacho.
           write linea-despacho from spaces
           move "TOTAL ENVIADO A BANCOS:" to wdt-concepto
           move ws-despacho-contador     to wdt-contador
           move ws-despacho-monto        to wdt-monto
           write linea-despacho from ws-despacho-total
           move "PAGOS SIN CUENTA (NO ENVIADOS):" to wdt-concepto
           move ws-sin-cuenta-contador   to wdt-contador
           move ws-sin-cuenta-monto      to wdt-monto
           write linea-despacho from ws-despacho-total
           move "TOTALES DE CONTROL DE LA NOMINA:" to wdt-concepto
           move ws-nomina-contador       to wdt-contador
           move ws-nomina-monto          to wdt-monto
           write linea-despacho from ws-despacho-total

           if ws-despacho-contador + ws-sin-cuenta-contador
                   = ws-nomina-contador
                   and ws-despacho-monto + ws-sin-cuenta-monto
                   = ws-nomina-monto
               move "CUADRA CON LOS TOTALES" to wdx-estado
           else
               move "NO CUADRA CON LOS TOTALES" to wdx-estado
               display "DESPACHO POR BANCO NO CUADRA CON LOS "
                       "TOTALES DE CONTROL"
           end-if
           write linea-despacho from spaces
           write linea-despacho from ws-despacho-estado.

       end program Program1.
