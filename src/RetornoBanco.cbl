      *> PROCESO DEL ARCHIVO DE RETORNO DEL BANCO
      *> Cada banco devuelve su propio archivo de retorno
      *> (banco_retorno_<banco>.dat) y cada respuesta se casa solo
      *> contra lo que se le envio a ese banco, segun el indice del
      *> despacho que deja Program1 (banco_despacho.dat).
      *> Con el parametro EXTRAORDINARIA procesa los retornos de la
      *> corrida fuera de ciclo (banco_retorno_extra_<banco>.dat)
      *> contra el indice que deja Extraordinaria, con sus propios
      *> reportes; sus pagos rechazados o devueltos se agregan a la
      *> lista de pagos manuales sin borrar los de la nomina regular.
       identification division.
       program-id. RetornoBanco.

       configuration section.
       input-output section.
       file-control.
           select archivo-despacho
               assign to dynamic ws-ruta-despacho
               organization is line sequential
               access mode is sequential
               file status is ws-estado-despacho.

           select archivo-banco
               assign to dynamic ws-ruta-banco
               organization is line sequential
               access mode is sequential
               file status is ws-estado-banco.

           select archivo-retorno
               assign to dynamic ws-ruta-retorno
               organization is line sequential
               access mode is sequential
               file status is ws-estado-retorno.

           select archivo-sin-retorno
               assign to dynamic ws-ruta-sin-retorno
               organization is line sequential
               access mode is sequential
               file status is ws-estado-sin-retorno.

           select archivo-reporte
               assign to dynamic ws-ruta-reporte
               organization is line sequential
               access mode is sequential
               file status is ws-estado-reporte.

       data division.
       file section.
      *> Indice del despacho: un registro por banco con el archivo
      *> que se le envio y sus totales.
       fd archivo-despacho.
       01 registro-despacho.
           05 dsp-banco       pic x(3).
           05 filler          pic x.
           05 dsp-periodo     pic 9(8).
           05 filler          pic x.
           05 dsp-contador    pic 9(12).
           05 filler          pic x.
           05 dsp-monto       pic 9(12).
           05 filler          pic x.
           05 dsp-archivo     pic x(40).

       fd archivo-banco.
       01 registro-banco.
           05 ban-tipo        pic x.
       fd archivo-reporte.
       01 linea-reporte      pic x(80).

       fd archivo-sin-retorno.
       01 linea-sin-retorno  pic x(80).

      *> Pagos que regresaron del banco y deben atenderse aparte,
      *> estampados con el periodo de la corrida que los envio.
       fd archivo-manuales.
           05 man-monto       pic 9(12).
           05 man-cuenta      pic x(18).
           05 man-motivo      pic x(20).
           05 man-banco       pic x(3).

       working-storage section.
       01 ws-param-modo       pic x(14) value spaces.
       01 ws-modo-extra       pic x value 'N'.
       01 ws-ruta-despacho    pic x(40) value
              "data/banco_despacho.dat".
       01 ws-ruta-reporte     pic x(40) value
              "data/reporte_retorno_banco.txt".
       01 ws-ruta-sin-retorno pic x(40) value
              "data/reporte_bancos_sin_retorno.txt".
       01 ws-prefijo-retorno  pic x(30) value
              "data/banco_retorno_".
       01 ws-estado-despacho  pic xx value spaces.
       01 ws-estado-banco     pic xx value spaces.
       01 ws-estado-retorno   pic xx value spaces.
       01 ws-estado-reporte   pic xx value spaces.
       01 ws-estado-manuales  pic xx value spaces.
       01 ws-estado-sin-retorno pic xx value spaces.
       01 ws-fin-despacho     pic x value 'N'.
       01 ws-fin-banco        pic x value 'N'.
       01 ws-fin-retorno      pic x value 'N'.
       01 ws-ruta-banco       pic x(40) value spaces.
       01 ws-ruta-retorno     pic x(40) value spaces.

      *> Bancos del despacho; ws-bco-retorno queda en 'N' cuando el
      *> banco no devolvio archivo de retorno.
       01 ws-tabla-bancos.
           05 ws-bco-tab occurs 50 times.
               10 ws-bco-codigo      pic x(3).
               10 ws-bco-archivo     pic x(40).
               10 ws-bco-contador    pic 9(12).
               10 ws-bco-monto       pic 9(12).
               10 ws-bco-retorno     pic x.
       01 ws-total-bancos     pic 99 value 0.
       01 ws-bco-idx          pic 99 value 0.
       01 wc-max-bancos       pic 99 value 50.
       01 ws-total-sin-retorno pic 99 value 0.

       01 ws-banco-encab.
           05 wbe-tipo        pic x.
               10 ws-pago-nombre     pic x(20).
               10 ws-pago-monto      pic 9(12).
               10 ws-pago-cuenta     pic x(18).
               10 ws-pago-banco      pic x(3).
               10 ws-pago-respondido pic x.
       01 ws-total-pagos      pic 9(5) value 0.
       01 ws-pago-idx         pic 9(5) value 0.
           05 filler          pic x(14) value "MONTO".
           05 filler          pic x(16) value "MOTIVO".

       01 ws-linea-banco.
           05 filler          pic x(7)  value "BANCO: ".
           05 wlb-banco       pic x(3).
           05 filler          pic x(4)  value spaces.
           05 wlb-archivo     pic x(40).

       01 ws-linea-detalle.
           05 wld-resultado   pic x(24).
           05 wld-id          pic zzzzz9.
              "PAGOS MANUALES:         ".
           05 wlp-manuales    pic zzz9.

       01 ws-linea-pie-8.
           05 filler          pic x(24) value
              "BANCOS SIN RETORNO:     ".
           05 wlp-sin-retorno pic zzz9.

       01 ws-sin-retorno-encab-1.
           05 filler          pic x(40) value
              "BANCOS SIN ARCHIVO DE RETORNO".
           05 filler          pic x(9)  value "PERIODO: ".
           05 wsr-periodo     pic 9(8).

       01 ws-sin-retorno-encab-2.
           05 filler          pic x(7)  value "BANCO".
           05 filler          pic x(40) value "ARCHIVO ENVIADO".
           05 filler          pic x(14) value "         PAGOS".
           05 filler          pic x(16) value "           MONTO".

       01 ws-sin-retorno-detalle.
           05 wsd-banco       pic x(3).
           05 filler          pic x(4)  value spaces.
           05 wsd-archivo     pic x(40).
           05 wsd-contador    pic zzz,zzz,zz9.
           05 filler          pic x(2)  value spaces.
           05 wsd-monto       pic zzz,zzz,zzz,zz9.

       01 ws-sin-retorno-pie.
           05 filler          pic x(24) value
              "BANCOS SIN RETORNO:     ".
           05 wsp-total       pic zzz9.

       01 ws-sin-retorno-ninguno.
           05 filler          pic x(40) value
              "TODOS LOS BANCOS ENVIARON RETORNO".

       procedure division.
       inicio.
           perform determinar-modo-corrida
           perform abrir-archivos
           perform cargar-despacho
           perform procesar-retornos-bancos
           perform reportar-pagos-sin-respuesta
           perform escribir-pie-reporte
           perform escribir-bancos-sin-retorno

           display "======================================"
           display "Pagos aceptados:   " ws-total-aceptados
           display "Pagos rechazados:  " ws-total-rechazados
           display "Pagos devueltos:   " ws-total-devueltos
           display "Pagos manuales:    " ws-total-manuales
           display "Bancos sin retorno:" ws-total-sin-retorno
           display "======================================"

           perform cerrar-archivos
           goback.

       determinar-modo-corrida.
           accept ws-param-modo from command-line
           if function upper-case(ws-param-modo) = "EXTRAORDINARIA"
               move 'S' to ws-modo-extra
               move "data/extraordinaria_despacho.dat"
                   to ws-ruta-despacho
               move "data/reporte_retorno_extra.txt"
                   to ws-ruta-reporte
               move "data/reporte_sin_retorno_extra.txt"
                   to ws-ruta-sin-retorno
               move "data/banco_retorno_extra_" to ws-prefijo-retorno
               move "RETORNO DEL BANCO - EXTRAORDINARIA"
                   to ws-linea-encab-1
           end-if.

       abrir-archivos.
           open input archivo-despacho
           if ws-estado-despacho not = '00'
               display "Error al abrir el indice de despacho: "
                       ws-estado-despacho
               stop run
           end-if

               stop run
           end-if

           if ws-modo-extra = 'S'
               open extend archivo-manuales
               if ws-estado-manuales = '35'
                   open output archivo-manuales
               end-if
           else
               open output archivo-manuales
           end-if
           if ws-estado-manuales not = '00'
               display "Error al abrir el archivo de pagos manuales: "
                       ws-estado-manuales
               stop run
           end-if

           open output archivo-sin-retorno
           if ws-estado-sin-retorno not = '00'
               display "Error al abrir el reporte de bancos sin "
                       "retorno: " ws-estado-sin-retorno
               stop run
           end-if

           move spaces to linea-reporte
           write linea-reporte from ws-linea-encab-1
           write linea-reporte from ws-linea-encab-2.

       cargar-despacho.
           perform until ws-fin-despacho = 'S'
               read archivo-despacho
                   at end
                       move 'S' to ws-fin-despacho
                   not at end
                       perform agregar-banco-despachado
               end-read
           end-perform
           close archivo-despacho.

       agregar-banco-despachado.
           if ws-total-bancos >= wc-max-bancos
               display "Tabla de bancos llena"
               stop run
           end-if
           add 1 to ws-total-bancos
           move ws-total-bancos to ws-bco-idx
           move dsp-banco    to ws-bco-codigo(ws-bco-idx)
           move dsp-archivo  to ws-bco-archivo(ws-bco-idx)
           move dsp-contador to ws-bco-contador(ws-bco-idx)
           move dsp-monto    to ws-bco-monto(ws-bco-idx)
           move 'N'          to ws-bco-retorno(ws-bco-idx)
           move dsp-periodo  to ws-periodo
           perform cargar-pagos-enviados.

       cargar-pagos-enviados.
           move ws-bco-archivo(ws-bco-idx) to ws-ruta-banco
           open input archivo-banco
           if ws-estado-banco not = '00'
               display "Error al abrir el archivo de banco "
                       ws-bco-codigo(ws-bco-idx) ": "
                       ws-estado-banco
               stop run
           end-if
           move 'N' to ws-fin-banco
           perform until ws-fin-banco = 'S'
               read archivo-banco
                   at end
           move wbd-nombre to ws-pago-nombre(ws-total-pagos)
           move wbd-monto  to ws-pago-monto(ws-total-pagos)
           move wbd-cuenta to ws-pago-cuenta(ws-total-pagos)
           move ws-bco-codigo(ws-bco-idx)
               to ws-pago-banco(ws-total-pagos)
           move 'N'        to ws-pago-respondido(ws-total-pagos).

       procesar-retornos-bancos.
           perform varying ws-bco-idx from 1 by 1
                   until ws-bco-idx > ws-total-bancos
               perform procesar-retornos
           end-perform.

      *> Un banco sin archivo de retorno no detiene el proceso: sus
      *> pagos quedan sin respuesta y el banco se lista aparte.
       procesar-retornos.
           move spaces to ws-ruta-retorno
           string ws-prefijo-retorno         delimited by space
                  ws-bco-codigo(ws-bco-idx)  delimited by space
                  ".dat"                     delimited by size
                  into ws-ruta-retorno
           end-string
           move ws-bco-codigo(ws-bco-idx)  to wlb-banco
           move ws-bco-archivo(ws-bco-idx) to wlb-archivo
           write linea-reporte from spaces
           write linea-reporte from ws-linea-banco

           open input archivo-retorno
           evaluate ws-estado-retorno
               when '00'
                   move 'S' to ws-bco-retorno(ws-bco-idx)
                   move 'N' to ws-fin-retorno
                   perform until ws-fin-retorno = 'S'
                       read archivo-retorno
                           at end
                               move 'S' to ws-fin-retorno
                           not at end
                               perform procesar-retorno
                       end-read
                   end-perform
                   close archivo-retorno
               when '35'
                   add 1 to ws-total-sin-retorno
                   move spaces to ws-linea-detalle
                   move "BANCO SIN RETORNO" to wld-resultado
                   move ws-bco-monto(ws-bco-idx) to wld-monto
                   write linea-reporte from ws-linea-detalle
               when other
                   display "Error al abrir el archivo de retorno "
                           ws-bco-codigo(ws-bco-idx) ": "
                           ws-estado-retorno
                   stop run
           end-evaluate.

       procesar-retorno.
           perform varying ws-pago-idx from 1 by 1
                   until ws-pago-idx > ws-total-pagos
                   or (ws-pago-emp-id(ws-pago-idx) = ret-emp-id
                   and ws-pago-banco(ws-pago-idx)
                       = ws-bco-codigo(ws-bco-idx))
               continue
           end-perform

           move ws-pago-monto(ws-pago-idx)  to man-monto
           move ws-pago-cuenta(ws-pago-idx) to man-cuenta
           move ret-motivo                  to man-motivo
           move ws-pago-banco(ws-pago-idx)  to man-banco
           write registro-manual.

       reportar-pagos-sin-respuesta.
           write linea-reporte from spaces
           perform varying ws-pago-idx from 1 by 1
                   until ws-pago-idx > ws-total-pagos
               if ws-pago-respondido(ws-pago-idx) = 'N'
           move ws-total-duplicados    to wlp-duplicados
           move ws-total-sin-respuesta to wlp-sin-respuesta
           move ws-total-manuales      to wlp-manuales
           move ws-total-sin-retorno   to wlp-sin-retorno

           write linea-reporte from spaces
           write linea-reporte from ws-linea-pie-1
           write linea-reporte from ws-linea-pie-5
           write linea-reporte from ws-linea-pie-5b
           write linea-reporte from ws-linea-pie-6
           write linea-reporte from ws-linea-pie-7
           write linea-reporte from ws-linea-pie-8.

       escribir-bancos-sin-retorno.
           move ws-periodo to wsr-periodo
           move spaces to linea-sin-retorno
           write linea-sin-retorno from ws-sin-retorno-encab-1
           write linea-sin-retorno from spaces
           if ws-total-sin-retorno = 0
               write linea-sin-retorno from ws-sin-retorno-ninguno
           else
               write linea-sin-retorno from ws-sin-retorno-encab-2
               perform varying ws-bco-idx from 1 by 1
                       until ws-bco-idx > ws-total-bancos
                   if ws-bco-retorno(ws-bco-idx) = 'N'
                       perform escribir-banco-sin-retorno
                   end-if
               end-perform
               move ws-total-sin-retorno to wsp-total
               write linea-sin-retorno from spaces
               write linea-sin-retorno from ws-sin-retorno-pie
           end-if.

       escribir-banco-sin-retorno.
           move ws-bco-codigo(ws-bco-idx)   to wsd-banco
           move ws-bco-archivo(ws-bco-idx)  to wsd-archivo
           move ws-bco-contador(ws-bco-idx) to wsd-contador
           move ws-bco-monto(ws-bco-idx)    to wsd-monto
           write linea-sin-retorno from ws-sin-retorno-detalle.

       cerrar-archivos.
           close archivo-reporte
           close archivo-manuales
           close archivo-sin-retorno.

       end program RetornoBanco.
