      *> aplica la disposicion del operador (reenviar o detener) y
      *> genera un archivo suplementario con el mismo formato de
      *> banco_transferencias.dat (encabezado 'H', detalles 'D' y
      *> cola 'T' con totales de control). Igual que Program1, el
      *> reenvio se parte en un archivo por banco destino
      *> (banco_reenvio_<banco>.dat) con su indice reenvio_despacho.dat.
      *> El operador coloca banco_reenvio.dat como
      *> banco_transferencias.dat y reenvio_despacho.dat como
      *> banco_despacho.dat en el ciclo siguiente para que AbonoNomina
      *> y RetornoBanco lo procesen igual que una corrida normal.
       identification division.
       program-id. Reenvio.

               access mode is sequential
               file status is ws-estado-control.

           select archivo-cuentas
               assign to "data/cuentas_banco.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-cuentas.

           select archivo-banco-reenvio
               assign to "data/banco_reenvio.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-banco.

           select archivo-banco-destino
               assign to dynamic ws-ruta-banco-destino
               organization is line sequential
               access mode is sequential
               file status is ws-estado-destino.

           select archivo-despacho
               assign to "data/reenvio_despacho.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-despacho.

           select archivo-reporte
               assign to "data/reporte_reenvio.txt"
               organization is line sequential
           05 man-monto       pic 9(12).
           05 man-cuenta      pic x(18).
           05 man-motivo      pic x(20).
           05 man-banco       pic x(3).

      *> Disposicion capturada por el operador para cada pago de la
      *> lista manual: 'R' reenviar, 'H' detener.
           05 filler          pic x value space.
           05 ree-fecha       pic 9(8).

      *> Maestro de cuentas: solo para el banco de los pagos que
      *> RetornoBanco dejo antes de llevar el banco en la lista.
       fd archivo-cuentas.
       01 registro-cuenta.
           05 cta-emp-id       pic 9(6).
           05 cta-banco        pic x(3).
           05 cta-cuenta       pic x(18).
           05 cta-titular      pic x(30).
           05 cta-activo       pic x.

       fd archivo-banco-reenvio.
       01 registro-banco         pic x(80).

       fd archivo-banco-destino.
       01 registro-banco-destino pic x(80).

      *> Indice del reenvio por banco, con el mismo formato que el
      *> indice del despacho de Program1.
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

       fd archivo-reporte.
       01 linea-reporte      pic x(100).

       01 ws-estado-manuales  pic xx value spaces.
       01 ws-estado-dispos    pic xx value spaces.
       01 ws-estado-control   pic xx value spaces.
       01 ws-estado-cuentas   pic xx value spaces.
       01 ws-estado-banco     pic xx value spaces.
       01 ws-estado-reporte   pic xx value spaces.
       01 ws-estado-fecha     pic xx value spaces.
       01 ws-estado-destino   pic xx value spaces.
       01 ws-estado-despacho  pic xx value spaces.
       01 ws-fin-fecha        pic x value 'N'.
       01 ws-fin-manuales     pic x value 'N'.
       01 ws-fin-dispos       pic x value 'N'.
       01 ws-fin-control      pic x value 'N'.
       01 ws-fin-cuentas      pic x value 'N'.
       01 ws-banco-destino    pic x(3) value spaces.
       01 ws-fecha-hoy        pic 9(8) value 0.

       01 ws-banco-encab.
           05 wbd-nombre      pic x(20).
           05 wbd-monto       pic 9(12).
           05 wbd-cuenta      pic x(18).
           05 wbd-banco       pic x(3).

       01 ws-banco-cola.
           05 filler          pic x value 'T'.
       01 ws-ree-idx          pic 9(5) value 0.
       01 wc-max-control      pic 9(5) value 10000.

       01 ws-tabla-cuentas.
           05 ws-cta-tab occurs 10000 times.
               10 ws-cta-tab-emp-id  pic 9(6).
               10 ws-cta-tab-banco   pic x(3).
       01 ws-total-cuentas    pic 9(5) value 0.
       01 ws-cta-idx          pic 9(5) value 0.
       01 wc-max-cuentas      pic 9(5) value 10000.

       01 ws-total-leidos     pic 9(4) value 0.
       01 ws-total-reenviados pic 9(4) value 0.
       01 ws-total-detenidos  pic 9(4) value 0.
       01 ws-total-sin-dispos pic 9(4) value 0.
       01 ws-total-repetidos  pic 9(4) value 0.
       01 ws-total-sin-banco  pic 9(4) value 0.
       01 ws-monto-reenviado  pic 9(12) value 0.

      *> Bancos destino del reenvio con sus totales.
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

       01 ws-linea-encab-1.
           05 filler          pic x(30) value
              "REENVIO DE PAGOS AL BANCO".
              "MONTO REENVIADO:        ".
           05 wlp-monto       pic zzz,zzz,zzz,zz9.

       01 ws-linea-pie-7.
           05 filler          pic x(24) value
              "SIN BANCO DESTINO:      ".
           05 wlp-sin-banco   pic zzz9.

       01 ws-despacho-encab.
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
           05 filler          pic x(47) value
              "TOTAL DESPACHADO POR BANCO:".
           05 wdt-contador    pic zzz,zzz,zz9.
           05 filler          pic x(2)  value spaces.
           05 wdt-monto       pic zzz,zzz,zzz,zz9.

       01 ws-despacho-estado.
           05 filler          pic x(10) value "DESPACHO: ".
           05 wdx-estado      pic x(30).

      *> El reenvio se estampa con la fecha de negocio de la cadena;
      *> sin archivo de fecha se usa la fecha real.
       procedure division.
           perform leer-fecha-proceso
           perform abrir-archivos
           perform cargar-control
           perform cargar-cuentas
           perform cargar-disposiciones
           perform escribir-banco-encabezado
           perform procesar-pagos
           display "======================================"

           perform cerrar-archivos
           perform despachar-por-banco
           close archivo-reporte
           goback.

       leer-fecha-proceso.
           move ree-periodo to ws-ree-tab-periodo(ws-total-control)
           move ree-monto   to ws-ree-tab-monto(ws-total-control).

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
                           perform agregar-cuenta
                   end-read
               end-perform
               close archivo-cuentas
           end-if.

       agregar-cuenta.
           if ws-total-cuentas >= wc-max-cuentas
               display "Tabla de cuentas llena: " cta-emp-id
               stop run
           end-if
           add 1 to ws-total-cuentas
           move cta-emp-id to ws-cta-tab-emp-id(ws-total-cuentas)
           move cta-banco  to ws-cta-tab-banco(ws-total-cuentas).

       cargar-disposiciones.
           perform until ws-fin-dispos = 'S'
               read archivo-disposiciones
               perform escribir-detalle-reporte
           else
               perform buscar-disposicion
               perform determinar-banco-destino
               evaluate true
                   when ws-dis-idx > ws-total-dispos
                       add 1 to ws-total-sin-dispos
                       move "SIN DISPOSICION" to wld-resultado
                       perform escribir-detalle-reporte
      *> Sin banco en la lista ni en el maestro de cuentas no hay
      *> archivo destino para el reenvio.
                   when ws-dis-tab-accion(ws-dis-idx) = 'R'
                       and ws-banco-destino = spaces
                       add 1 to ws-total-sin-banco
                       move "SIN BANCO DESTINO" to wld-resultado
                       perform escribir-detalle-reporte
                   when ws-dis-tab-accion(ws-dis-idx) = 'R'
                       perform reenviar-pago
                   when ws-dis-tab-accion(ws-dis-idx) = 'H'
               continue
           end-perform.

      *> El pago va al banco al que se envio originalmente; los pagos
      *> que la lista trae sin banco (grabados antes de que lo
      *> llevara) toman el banco de la cuenta del empleado.
       determinar-banco-destino.
           move man-banco to ws-banco-destino
           if ws-banco-destino = spaces
               perform varying ws-cta-idx from 1 by 1
                       until ws-cta-idx > ws-total-cuentas
                       or ws-cta-tab-emp-id(ws-cta-idx) = man-emp-id
                   continue
               end-perform
               if ws-cta-idx <= ws-total-cuentas
                   move ws-cta-tab-banco(ws-cta-idx)
                       to ws-banco-destino
               end-if
           end-if.

       buscar-disposicion.
           perform varying ws-dis-idx from 1 by 1
                   until ws-dis-idx > ws-total-dispos
           move man-nombre  to wbd-nombre
           move man-monto   to wbd-monto
           move man-cuenta  to wbd-cuenta
           move ws-banco-destino to wbd-banco
           move spaces to registro-banco
           write registro-banco from ws-banco-detalle
           move "REENVIADO" to wld-resultado
           move ws-total-sin-dispos to wlp-sin-dispos
           move ws-total-repetidos  to wlp-repetidos
           move ws-monto-reenviado  to wlp-monto
           move ws-total-sin-banco  to wlp-sin-banco

           write linea-reporte from spaces
           write linea-reporte from ws-linea-pie-1
           write linea-reporte from ws-linea-pie-3
           write linea-reporte from ws-linea-pie-4
           write linea-reporte from ws-linea-pie-5
           write linea-reporte from ws-linea-pie-7
           write linea-reporte from ws-linea-pie-6.

       cerrar-archivos.
           close archivo-manuales
           close archivo-control
           close archivo-banco-reenvio.

      *> El archivo consolidado del reenvio se parte en un archivo
      *> por banco; lo despachado a todos los bancos debe dar el
      *> monto reenviado.
       despachar-por-banco.
           perform identificar-bancos-destino

           open output archivo-despacho
           if ws-estado-despacho not = '00'
               display "Error al abrir el indice del reenvio: "
                       ws-estado-despacho
               stop run
           end-if
           write linea-reporte from spaces
           write linea-reporte from ws-despacho-encab

           perform varying ws-bco-idx from 1 by 1
                   until ws-bco-idx > ws-total-bancos
               perform generar-archivo-banco
           end-perform
           close archivo-despacho

           move ws-despacho-contador to wdt-contador
           move ws-despacho-monto    to wdt-monto
           write linea-reporte from spaces
           write linea-reporte from ws-despacho-total
           if ws-despacho-contador = ws-total-reenviados
                   and ws-despacho-monto = ws-monto-reenviado
               move "CUADRA CON LO REENVIADO" to wdx-estado
           else
               move "NO CUADRA CON LO REENVIADO" to wdx-estado
               display "DESPACHO DEL REENVIO NO CUADRA"
           end-if
           write linea-reporte from ws-despacho-estado.

       identificar-bancos-destino.
           open input archivo-banco-reenvio
           if ws-estado-banco not = '00'
               display "Error al releer el archivo de reenvio: "
                       ws-estado-banco
               stop run
           end-if
           move 'N' to ws-fin-consolidado
           perform until ws-fin-consolidado = 'S'
               read archivo-banco-reenvio
                   at end
                       move 'S' to ws-fin-consolidado
                   not at end
                       if registro-banco(1:1) = 'D'
                           move registro-banco to ws-banco-detalle
                           perform acumular-banco-destino
                       end-if
               end-read
           end-perform
           close archivo-banco-reenvio.

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
           string "data/banco_reenvio_"      delimited by size
                  ws-bco-codigo(ws-bco-idx)  delimited by space
                  ".dat"                     delimited by size
                  into ws-ruta-banco-destino
           end-string
           open output archivo-banco-destino
           if ws-estado-destino not = '00'
               display "Error al abrir el archivo del banco "
                       ws-bco-codigo(ws-bco-idx) ": "
                       ws-estado-destino
               stop run
           end-if
           move ws-fecha-hoy to wbe-fecha
           move ws-fecha-hoy to wbe-periodo
           move spaces to registro-banco-destino
           write registro-banco-destino from ws-banco-encab

           move 0 to ws-secuencia-destino
           open input archivo-banco-reenvio
           if ws-estado-banco not = '00'
               display "Error al releer el archivo de reenvio: "
                       ws-estado-banco
               stop run
           end-if
           move 'N' to ws-fin-consolidado
           perform until ws-fin-consolidado = 'S'
               read archivo-banco-reenvio
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
           close archivo-banco-reenvio

           move ws-bco-contador(ws-bco-idx) to wbc-contador
           move ws-bco-monto(ws-bco-idx)    to wbc-hash
           move spaces to registro-banco-destino
           write registro-banco-destino from ws-banco-cola
           close archivo-banco-destino

           move spaces to registro-despacho
           move ws-bco-codigo(ws-bco-idx)   to dsp-banco
           move ws-fecha-hoy                to dsp-periodo
           move ws-bco-contador(ws-bco-idx) to dsp-contador
           move ws-bco-monto(ws-bco-idx)    to dsp-monto
           move ws-ruta-banco-destino       to dsp-archivo
           write registro-despacho

           move ws-bco-codigo(ws-bco-idx)   to wdd-banco
           move ws-ruta-banco-destino       to wdd-archivo
           move ws-bco-contador(ws-bco-idx) to wdd-contador
           move ws-bco-monto(ws-bco-idx)    to wdd-monto
           write linea-reporte from ws-despacho-detalle
           add ws-bco-contador(ws-bco-idx) to ws-despacho-contador
           add ws-bco-monto(ws-bco-idx)    to ws-despacho-monto.

       end program Reenvio.
