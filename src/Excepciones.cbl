      *> REPORTE MATUTINO DE EXCEPCIONES DEL CICLO NOCTURNO
      *> Junta en un solo reporte las excepciones abiertas que dejan
      *> los pasos de la cadena: rechazos de edicion y de nomina,
      *> pagos sin cuenta, pagos devueltos por el banco, conciliacion,
      *> verificacion previa, movimientos sin empleado y balanceo.
      *> Cada excepcion lleva los ciclos consecutivos que lleva
      *> abierta (excepciones_historia.dat) y el resumen compara casos
      *> y montos por categoria contra el ciclo anterior
      *> (excepciones_resumen.dat). El ciclo es la fecha de negocio:
      *> una reanudacion con la misma fecha no envejece nada.
       identification division.
       program-id. Excepciones.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select archivo-fecha
               assign to "data/fecha_proceso.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-fecha.

           select archivo-errores-edicion
               assign to "data/empleados_trans_err.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-fuente.

           select archivo-rechazados
               assign to "data/empleados_rechazados.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-fuente.

           select archivo-sin-cuenta
               assign to "data/pagos_sin_cuenta.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-fuente.

           select archivo-manuales
               assign to "data/pagos_manuales.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-fuente.

           select archivo-reenvio
               assign to "data/reenvio_control.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-fuente.

           select archivo-conciliacion
               assign to "data/excepciones_conciliacion.txt"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-fuente.

           select archivo-verificacion
               assign to "data/reporte_verificacion.txt"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-fuente.

           select archivo-pago-neto
               assign to "data/registro_pago_neto.txt"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-fuente.

           select archivo-balanceo
               assign to "data/balanceo_estado.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-fuente.

           select archivo-historia
               assign to "data/excepciones_historia.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-historia.

           select archivo-resumen
               assign to "data/excepciones_resumen.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-resumen.

           select archivo-reporte
               assign to "data/reporte_excepciones.txt"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-reporte.

       data division.
       file section.
       fd archivo-fecha.
       01 registro-fecha.
           05 fpr-tipo        pic x.
           05 filler          pic x value space.
           05 fpr-fecha       pic 9(8).
           05 filler          pic x value space.
           05 fpr-periodo     pic 9(8).

      *> Registro rechazado por EditaTrans: la transaccion original
      *> seguida del codigo y la descripcion del rechazo.
       fd archivo-errores-edicion.
       01 registro-error.
           05 err-codigo-trans   pic x.
           05 err-emp-id         pic 9(6).
           05 err-nombre         pic x(20).
           05 err-salario        pic 9(6).
           05 filler             pic x(20).
           05 filler             pic x.
           05 err-codigo         pic x(3).
           05 filler             pic x.
           05 err-descripcion    pic x(30).

       fd archivo-rechazados.
       01 registro-rechazado.
           05 rec-id          pic 9(6).
           05 rec-nombre      pic x(20).
           05 rec-salario     pic 9(6).
           05 rec-motivo      pic x(20).

       fd archivo-sin-cuenta.
       01 registro-sin-cuenta.
           05 psc-emp-id      pic 9(6).
           05 psc-nombre      pic x(20).
           05 psc-monto       pic 9(12).
           05 psc-motivo      pic x(20).

       fd archivo-manuales.
       01 registro-manual.
           05 man-emp-id      pic 9(6).
           05 man-periodo     pic 9(8).
           05 man-nombre      pic x(20).
           05 man-monto       pic 9(12).
           05 man-cuenta      pic x(18).
           05 man-motivo      pic x(20).
           05 man-banco       pic x(3).

      *> Pagos manuales que Reenvio ya mando al banco; siguen en
      *> pagos_manuales.dat hasta que RetornoBanco lo regraba.
       fd archivo-reenvio.
       01 registro-control-reenvio.
           05 ree-emp-id      pic 9(6).
           05 filler          pic x.
           05 ree-periodo     pic 9(8).
           05 filler          pic x.
           05 ree-monto       pic 9(12).
           05 filler          pic x.
           05 ree-fecha       pic 9(8).

       fd archivo-conciliacion.
       01 linea-conciliacion.
           05 con-tipo        pic x(36).
           05 filler          pic x.
           05 con-id          pic z(9)9.
           05 filler          pic x.
           05 con-nombre      pic x(32).

       fd archivo-verificacion.
       01 linea-verificacion pic x(100).

      *> Linea de movimiento sin empleado del registro de PagoNeto:
      *> "MOVIMIENTO SIN EMPLEADO: ID nnnnnn TIPO ttt MONTO nnnnnn".
       fd archivo-pago-neto.
       01 linea-pago-neto.
           05 pnt-leyenda     pic x(28).
           05 pnt-emp-id      pic 9(6).
           05 filler          pic x(6).
           05 pnt-tipo        pic x(3).
           05 filler          pic x(7).
           05 pnt-monto       pic 9(6).
           05 filler          pic x(24).

       fd archivo-balanceo.
       01 registro-estado-balanceo.
           05 bal-estado          pic x(14).
           05 filler              pic x.
           05 bal-periodo         pic 9(8).

      *> Excepciones abiertas del ultimo ciclo reportado, con los
      *> ciclos consecutivos y la fecha desde la que estan abiertas.
       fd archivo-historia.
       01 registro-historia.
           05 exh-fecha       pic 9(8).
           05 filler          pic x.
           05 exh-categoria   pic 9.
           05 filler          pic x.
           05 exh-emp-id      pic 9(10).
           05 filler          pic x.
           05 exh-ciclos      pic 9(4).
           05 filler          pic x.
           05 exh-desde       pic 9(8).
           05 filler          pic x.
           05 exh-motivo      pic x(40).

      *> Casos y monto por categoria del ultimo ciclo reportado y del
      *> ciclo que le precedio.
       fd archivo-resumen.
       01 registro-resumen.
           05 res-fecha       pic 9(8).
           05 filler          pic x.
           05 res-categoria   pic 9.
           05 filler          pic x.
           05 res-casos       pic 9(6).
           05 filler          pic x.
           05 res-monto       pic 9(12).
           05 filler          pic x.
           05 res-casos-ant   pic 9(6).
           05 filler          pic x.
           05 res-monto-ant   pic 9(12).
           05 filler          pic x.
           05 res-fecha-ant   pic 9(8).

       fd archivo-reporte.
       01 linea-reporte      pic x(132).

       working-storage section.
       01 ws-estado-fecha     pic xx value spaces.
       01 ws-estado-fuente    pic xx value spaces.
       01 ws-estado-historia  pic xx value spaces.
       01 ws-estado-resumen   pic xx value spaces.
       01 ws-estado-reporte   pic xx value spaces.
       01 ws-fin-fecha        pic x value 'N'.
       01 ws-fin-fuente       pic x value 'N'.
       01 ws-fecha-negocio    pic 9(8) value 0.
       01 ws-periodo-negocio  pic 9(8) value 0.
       01 ws-fecha-anterior   pic 9(8) value 0.
       01 ws-fecha-historia   pic 9(8) value 0.

      *> Una excepcion que llega a este numero de ciclos abierta se
      *> marca con *** en el detalle; con dos ciclos lleva *.
       01 wc-ciclos-alerta    pic 9(4) value 3.

       01 wc-nombres-categorias.
           05 filler          pic x(36) value
              "TRANSACCIONES RECHAZADAS EN EDICION".
           05 filler          pic x(36) value
              "EMPLEADOS RECHAZADOS EN NOMINA".
           05 filler          pic x(36) value
              "PAGOS SIN CUENTA BANCARIA".
           05 filler          pic x(36) value
              "PAGOS DEVUELTOS POR EL BANCO".
           05 filler          pic x(36) value
              "CONCILIACION EMPLEADOS/CLIENTES".
           05 filler          pic x(36) value
              "HALLAZGOS DE VERIFICACION PREVIA".
           05 filler          pic x(36) value
              "MOVIMIENTOS SIN EMPLEADO".
           05 filler          pic x(36) value
              "BALANCEO DE NOMINA".
       01 ws-tabla-categorias redefines wc-nombres-categorias.
           05 ws-cat-nombre occurs 8 times pic x(36).
       01 wc-total-categorias pic 9 value 8.
       01 ws-cat-idx          pic 9 value 0.

       01 ws-tabla-totales.
           05 ws-tot-tab occurs 8 times.
               10 ws-tot-casos      pic 9(6).
               10 ws-tot-monto      pic 9(12).
               10 ws-tot-casos-ant  pic 9(6).
               10 ws-tot-monto-ant  pic 9(12).

       01 ws-tabla-excepciones.
           05 ws-exc-tab occurs 5000 times.
               10 ws-exc-categoria  pic 9.
               10 ws-exc-emp-id     pic 9(10).
               10 ws-exc-nombre     pic x(32).
               10 ws-exc-monto      pic 9(12).
               10 ws-exc-motivo     pic x(40).
               10 ws-exc-ciclos     pic 9(4).
               10 ws-exc-desde      pic 9(8).
       01 ws-total-excepciones pic 9(4) value 0.
       01 ws-exc-idx          pic 9(4) value 0.
       01 wc-max-excepciones  pic 9(4) value 5000.

       01 ws-tabla-historia.
           05 ws-his-tab occurs 5000 times.
               10 ws-his-categoria  pic 9.
               10 ws-his-emp-id     pic 9(10).
               10 ws-his-motivo     pic x(40).
               10 ws-his-ciclos     pic 9(4).
               10 ws-his-desde      pic 9(8).
       01 ws-total-historia   pic 9(4) value 0.
       01 ws-his-idx          pic 9(4) value 0.

       01 ws-tabla-reenviados.
           05 ws-ree-tab occurs 10000 times.
               10 ws-ree-tab-emp-id  pic 9(6).
               10 ws-ree-tab-periodo pic 9(8).
               10 ws-ree-tab-monto   pic 9(12).
       01 ws-total-reenviados pic 9(5) value 0.
       01 ws-ree-idx          pic 9(5) value 0.
       01 wc-max-reenviados   pic 9(5) value 10000.

      *> Excepcion en armado antes de agregarla a la tabla.
       01 ws-nueva-excepcion.
           05 wne-categoria   pic 9.
           05 wne-emp-id      pic 9(10).
           05 wne-nombre      pic x(32).
           05 wne-monto       pic 9(12).
           05 wne-motivo      pic x(40).

       01 ws-total-dos-ciclos pic 9(4) value 0.
       01 ws-total-alerta     pic 9(4) value 0.
       01 ws-dif-casos        pic s9(6) value 0.
       01 ws-dif-monto        pic s9(12) value 0.
       01 ws-gran-casos       pic 9(6) value 0.
       01 ws-gran-monto       pic 9(12) value 0.
       01 ws-gran-casos-ant   pic 9(6) value 0.
       01 ws-gran-monto-ant   pic 9(12) value 0.
       01 ws-casos-categoria  pic 9(6) value 0.

       01 ws-linea-encab-1.
           05 filler          pic x(36) value
              "REPORTE MATUTINO DE EXCEPCIONES".
           05 filler          pic x(18) value "FECHA DE NEGOCIO: ".
           05 wle-fecha       pic 9(8).
           05 filler          pic x(11) value "  PERIODO: ".
           05 wle-periodo     pic 9(8).

       01 ws-linea-encab-2.
           05 filler          pic x(36) value
              "CICLO ANTERIOR REPORTADO:".
           05 wle-anterior    pic x(8).

       01 ws-linea-resumen-titulo.
           05 filler          pic x(36) value "RESUMEN POR CATEGORIA".

       01 ws-linea-resumen-col.
           05 filler          pic x(36) value "CATEGORIA".
           05 filler          pic x(7)  value "  CASOS".
           05 filler          pic x(9)  value " ANTERIOR".
           05 filler          pic x(9)  value "      DIF".
           05 filler          pic x(17) value "            MONTO".
           05 filler          pic x(19) value "     MONTO ANTERIOR".
           05 filler          pic x(17) value "       DIFERENCIA".

       01 ws-linea-resumen.
           05 wlr-categoria   pic x(36).
           05 wlr-casos       pic zzz,zz9.
           05 filler          pic x(2)  value spaces.
           05 wlr-casos-ant   pic zzz,zz9.
           05 filler          pic x(2)  value spaces.
           05 wlr-dif-casos   pic ---,--9.
           05 filler          pic x(2)  value spaces.
           05 wlr-monto       pic zzz,zzz,zzz,zz9.
           05 filler          pic x(4)  value spaces.
           05 wlr-monto-ant   pic zzz,zzz,zzz,zz9.
           05 filler          pic x(2)  value spaces.
           05 wlr-dif-monto   pic ---,---,---,--9.

       01 ws-linea-pie-1.
           05 filler          pic x(36) value
              "ABIERTAS DOS CICLOS:".
           05 wlp-dos-ciclos  pic zzz9.

       01 ws-linea-pie-2.
           05 filler          pic x(36) value
              "ABIERTAS TRES CICLOS O MAS (***):".
           05 wlp-alerta      pic zzz9.

       01 ws-linea-detalle-titulo.
           05 filler          pic x(36) value "DETALLE POR CATEGORIA".

       01 ws-linea-detalle-col.
           05 filler          pic x(4)  value spaces.
           05 filler          pic x(12) value "        ID".
           05 filler          pic x(34) value "NOMBRE".
           05 filler          pic x(15) value "          MONTO".
           05 filler          pic x(8)  value "  CICLOS".
           05 filler          pic x(12) value "  DESDE".
           05 filler          pic x(40) value "MOTIVO".

       01 ws-linea-detalle.
           05 wld-marca       pic x(4).
           05 wld-id          pic z(9)9.
           05 filler          pic x(2)  value spaces.
           05 wld-nombre      pic x(32).
           05 filler          pic x(2)  value spaces.
           05 wld-monto       pic zzz,zzz,zzz,zz9.
           05 filler          pic x(2)  value spaces.
           05 wld-ciclos      pic zzzzz9.
           05 filler          pic x(2)  value spaces.
           05 wld-desde       pic 9(8).
           05 filler          pic x(2)  value spaces.
           05 wld-motivo      pic x(40).

       01 ws-linea-categoria.
           05 filler          pic x(4)  value "--- ".
           05 wlc-categoria   pic x(36).

       01 ws-linea-sin-casos.
           05 filler          pic x(4)  value spaces.
           05 filler          pic x(20) value "SIN EXCEPCIONES".

       procedure division.
       inicio.
           perform leer-fecha-proceso
           perform inicializar-totales
           perform cargar-errores-edicion
           perform cargar-rechazados
           perform cargar-sin-cuenta
           perform cargar-reenviados
           perform cargar-manuales
           perform cargar-conciliacion
           perform cargar-verificacion
           perform cargar-pago-neto
           perform cargar-balanceo
           perform cargar-historia
           perform determinar-antiguedad
           perform cargar-resumen-anterior
           perform escribir-reporte
           perform grabar-historia
           perform grabar-resumen

           display "======================================"
           display "EXCEPCIONES FECHA " ws-fecha-negocio
           display "Excepciones abiertas: " ws-total-excepciones
           display "Abiertas dos ciclos:  " ws-total-dos-ciclos
           display "Tres ciclos o mas:    " ws-total-alerta
           display "Vea data/reporte_excepciones.txt"
           display "======================================"
           goback.

       leer-fecha-proceso.
           move function current-date(1:8) to ws-fecha-negocio
           move ws-fecha-negocio to ws-periodo-negocio
           open input archivo-fecha
           if ws-estado-fecha = '00'
               perform until ws-fin-fecha = 'S'
                   read archivo-fecha
                       at end
                           move 'S' to ws-fin-fecha
                       not at end
                           if fpr-tipo = 'F'
                               move fpr-fecha   to ws-fecha-negocio
                               move fpr-periodo to ws-periodo-negocio
                           end-if
                   end-read
               end-perform
               close archivo-fecha
           end-if.

       inicializar-totales.
           perform varying ws-cat-idx from 1 by 1
                   until ws-cat-idx > wc-total-categorias
               move 0 to ws-tot-casos(ws-cat-idx)
               move 0 to ws-tot-monto(ws-cat-idx)
               move 0 to ws-tot-casos-ant(ws-cat-idx)
               move 0 to ws-tot-monto-ant(ws-cat-idx)
           end-perform.

      *> Cada fuente es opcional: un archivo que el ciclo no dejo
      *> (status 35) simplemente no aporta excepciones.
       cargar-errores-edicion.
           open input archivo-errores-edicion
           if ws-estado-fuente = '00'
               move 'N' to ws-fin-fuente
               perform until ws-fin-fuente = 'S'
                   read archivo-errores-edicion
                       at end
                           move 'S' to ws-fin-fuente
                       not at end
                           perform agregar-error-edicion
                   end-read
               end-perform
               close archivo-errores-edicion
           else
               perform revisar-estado-fuente
           end-if.

       agregar-error-edicion.
           move spaces to ws-nueva-excepcion
           move 1 to wne-categoria
           if err-emp-id is numeric
               move err-emp-id to wne-emp-id
           else
               move 0 to wne-emp-id
           end-if
           move err-nombre to wne-nombre
           if err-salario is numeric
               move err-salario to wne-monto
           else
               move 0 to wne-monto
           end-if
           string err-codigo-trans delimited by size
                  " " delimited by size
                  err-codigo delimited by size
                  " " delimited by size
                  err-descripcion delimited by size
                  into wne-motivo
           end-string
           perform agregar-excepcion.

       cargar-rechazados.
           open input archivo-rechazados
           if ws-estado-fuente = '00'
               move 'N' to ws-fin-fuente
               perform until ws-fin-fuente = 'S'
                   read archivo-rechazados
                       at end
                           move 'S' to ws-fin-fuente
                       not at end
                           perform agregar-rechazado
                   end-read
               end-perform
               close archivo-rechazados
           else
               perform revisar-estado-fuente
           end-if.

       agregar-rechazado.
           move spaces to ws-nueva-excepcion
           move 2 to wne-categoria
           move rec-id to wne-emp-id
           move rec-nombre to wne-nombre
           if rec-salario is numeric
               move rec-salario to wne-monto
           else
               move 0 to wne-monto
           end-if
           move rec-motivo to wne-motivo
           perform agregar-excepcion.

       cargar-sin-cuenta.
           open input archivo-sin-cuenta
           if ws-estado-fuente = '00'
               move 'N' to ws-fin-fuente
               perform until ws-fin-fuente = 'S'
                   read archivo-sin-cuenta
                       at end
                           move 'S' to ws-fin-fuente
                       not at end
                           perform agregar-sin-cuenta
                   end-read
               end-perform
               close archivo-sin-cuenta
           else
               perform revisar-estado-fuente
           end-if.

       agregar-sin-cuenta.
           move spaces to ws-nueva-excepcion
           move 3 to wne-categoria
           move psc-emp-id to wne-emp-id
           move psc-nombre to wne-nombre
           move psc-monto  to wne-monto
           move psc-motivo to wne-motivo
           perform agregar-excepcion.

       cargar-manuales.
           open input archivo-manuales
           if ws-estado-fuente = '00'
               move 'N' to ws-fin-fuente
               perform until ws-fin-fuente = 'S'
                   read archivo-manuales
                       at end
                           move 'S' to ws-fin-fuente
                       not at end
                           perform agregar-manual
                   end-read
               end-perform
               close archivo-manuales
           else
               perform revisar-estado-fuente
           end-if.

      *> Reenvio identifica un pago por empleado, periodo y monto.
       cargar-reenviados.
           open input archivo-reenvio
           if ws-estado-fuente = '00'
               move 'N' to ws-fin-fuente
               perform until ws-fin-fuente = 'S'
                   read archivo-reenvio
                       at end
                           move 'S' to ws-fin-fuente
                       not at end
                           perform agregar-reenviado
                   end-read
               end-perform
               close archivo-reenvio
           else
               perform revisar-estado-fuente
           end-if.

       agregar-reenviado.
           if ws-total-reenviados >= wc-max-reenviados
               display "Tabla de pagos reenviados llena"
               stop run
           end-if
           add 1 to ws-total-reenviados
           move ree-emp-id  to ws-ree-tab-emp-id(ws-total-reenviados)
           move ree-periodo to ws-ree-tab-periodo(ws-total-reenviados)
           move ree-monto   to ws-ree-tab-monto(ws-total-reenviados).

      *> Un pago ya reenviado no sigue abierto aunque RetornoBanco no
      *> haya regrabado todavia el archivo de pagos manuales.
       agregar-manual.
           perform varying ws-ree-idx from 1 by 1
                   until ws-ree-idx > ws-total-reenviados
                   or (ws-ree-tab-emp-id(ws-ree-idx) = man-emp-id
                   and ws-ree-tab-periodo(ws-ree-idx) = man-periodo
                   and ws-ree-tab-monto(ws-ree-idx) = man-monto)
               continue
           end-perform
           if ws-ree-idx > ws-total-reenviados
               perform registrar-manual
           end-if.

       registrar-manual.
           move spaces to ws-nueva-excepcion
           move 4 to wne-categoria
           move man-emp-id to wne-emp-id
           move man-nombre to wne-nombre
           move man-monto  to wne-monto
           string man-motivo delimited by size
                  " " delimited by size
                  man-banco delimited by size
                  " " delimited by size
                  man-periodo delimited by size
                  into wne-motivo
           end-string
           perform agregar-excepcion.

      *> Del reporte de Concilia solo cuentan las lineas de detalle;
      *> el id va editado y se desedita al moverlo.
       cargar-conciliacion.
           open input archivo-conciliacion
           if ws-estado-fuente = '00'
               move 'N' to ws-fin-fuente
               perform until ws-fin-fuente = 'S'
                   read archivo-conciliacion
                       at end
                           move 'S' to ws-fin-fuente
                       not at end
                           if con-tipo =
                                   "COLISION DE ID (NOMBRES DISTINTOS)"
                                   or con-tipo =
                                   "EMPLEADO SIN CUENTA DE CLIENTE"
                               perform agregar-conciliacion
                           end-if
                   end-read
               end-perform
               close archivo-conciliacion
           else
               perform revisar-estado-fuente
           end-if.

       agregar-conciliacion.
           move spaces to ws-nueva-excepcion
           move 5 to wne-categoria
           move con-id     to wne-emp-id
           move con-nombre to wne-nombre
           move 0          to wne-monto
           move con-tipo   to wne-motivo
           perform agregar-excepcion.

      *> Cada linea del reporte de Verifica despues del titulo es un
      *> hallazgo, salvo la leyenda de sin hallazgos.
       cargar-verificacion.
           open input archivo-verificacion
           if ws-estado-fuente = '00'
               move 'N' to ws-fin-fuente
               perform until ws-fin-fuente = 'S'
                   read archivo-verificacion
                       at end
                           move 'S' to ws-fin-fuente
                       not at end
                           if linea-verificacion not = spaces
                                   and linea-verificacion not =
                                       "VERIFICACION PREVIA AL CICLO"
                                   and linea-verificacion not =
                                       "SIN HALLAZGOS"
                               perform agregar-verificacion
                           end-if
                   end-read
               end-perform
               close archivo-verificacion
           else
               perform revisar-estado-fuente
           end-if.

       agregar-verificacion.
           move spaces to ws-nueva-excepcion
           move 6 to wne-categoria
           move 0 to wne-emp-id
           move 0 to wne-monto
           move linea-verificacion to wne-motivo
           perform agregar-excepcion.

       cargar-pago-neto.
           open input archivo-pago-neto
           if ws-estado-fuente = '00'
               move 'N' to ws-fin-fuente
               perform until ws-fin-fuente = 'S'
                   read archivo-pago-neto
                       at end
                           move 'S' to ws-fin-fuente
                       not at end
                           if pnt-leyenda =
                                   "MOVIMIENTO SIN EMPLEADO: ID"
                               perform agregar-pago-neto
                           end-if
                   end-read
               end-perform
               close archivo-pago-neto
           else
               perform revisar-estado-fuente
           end-if.

       agregar-pago-neto.
           move spaces to ws-nueva-excepcion
           move 7 to wne-categoria
           if pnt-emp-id is numeric
               move pnt-emp-id to wne-emp-id
           else
               move 0 to wne-emp-id
           end-if
           if pnt-monto is numeric
               move pnt-monto to wne-monto
           else
               move 0 to wne-monto
           end-if
           string "MOVIMIENTO " delimited by size
                  pnt-tipo delimited by size
                  " SIN EMPLEADO" delimited by size
                  into wne-motivo
           end-string
           perform agregar-excepcion.

       cargar-balanceo.
           open input archivo-balanceo
           if ws-estado-fuente = '00'
               read archivo-balanceo
                   at end
                       move spaces to bal-estado
               end-read
               if bal-estado not = "BALANCEADO"
                   perform agregar-balanceo
               end-if
               close archivo-balanceo
           else
               perform revisar-estado-fuente
           end-if.

       agregar-balanceo.
           move spaces to ws-nueva-excepcion
           move 8 to wne-categoria
           move 0 to wne-emp-id
           move 0 to wne-monto
           if bal-estado = spaces
               move "SIN VEREDICTO DE BALANCEO" to wne-motivo
           else
               string bal-estado delimited by space
                      " PERIODO " delimited by size
                      bal-periodo delimited by size
                      into wne-motivo
               end-string
           end-if
           perform agregar-excepcion.

       revisar-estado-fuente.
           if ws-estado-fuente not = '35'
               display "Error al abrir una fuente de excepciones: "
                       ws-estado-fuente
               stop run
           end-if.

       agregar-excepcion.
           if ws-total-excepciones >= wc-max-excepciones
               display "Tabla de excepciones llena"
               stop run
           end-if
           add 1 to ws-total-excepciones
           move wne-categoria to ws-exc-categoria(ws-total-excepciones)
           move wne-emp-id    to ws-exc-emp-id(ws-total-excepciones)
           move wne-nombre    to ws-exc-nombre(ws-total-excepciones)
           move wne-monto     to ws-exc-monto(ws-total-excepciones)
           move wne-motivo    to ws-exc-motivo(ws-total-excepciones)
           move 1             to ws-exc-ciclos(ws-total-excepciones)
           move ws-fecha-negocio
               to ws-exc-desde(ws-total-excepciones)
           add 1 to ws-tot-casos(wne-categoria)
           add wne-monto to ws-tot-monto(wne-categoria).

       cargar-historia.
           open input archivo-historia
           if ws-estado-historia not = '35'
               if ws-estado-historia not = '00'
                   display "Error al abrir la historia de excepciones: "
                           ws-estado-historia
                   stop run
               end-if
               move 'N' to ws-fin-fuente
               perform until ws-fin-fuente = 'S'
                   read archivo-historia
                       at end
                           move 'S' to ws-fin-fuente
                       not at end
                           perform agregar-historia
                   end-read
               end-perform
               close archivo-historia
           end-if.

       agregar-historia.
           move exh-fecha to ws-fecha-historia
           if ws-total-historia < wc-max-excepciones
               add 1 to ws-total-historia
               move exh-categoria
                   to ws-his-categoria(ws-total-historia)
               move exh-emp-id to ws-his-emp-id(ws-total-historia)
               move exh-motivo to ws-his-motivo(ws-total-historia)
               move exh-ciclos to ws-his-ciclos(ws-total-historia)
               move exh-desde  to ws-his-desde(ws-total-historia)
           end-if.

      *> Una excepcion que ya estaba abierta en el ciclo anterior
      *> suma un ciclo; si la historia es de esta misma fecha (ciclo
      *> reanudado o reporte repetido) conserva su cuenta.
       determinar-antiguedad.
           perform varying ws-exc-idx from 1 by 1
                   until ws-exc-idx > ws-total-excepciones
               perform buscar-en-historia
               if ws-his-idx <= ws-total-historia
                   move ws-his-desde(ws-his-idx)
                       to ws-exc-desde(ws-exc-idx)
                   if ws-fecha-historia < ws-fecha-negocio
                       compute ws-exc-ciclos(ws-exc-idx) =
                           ws-his-ciclos(ws-his-idx) + 1
                   else
                       move ws-his-ciclos(ws-his-idx)
                           to ws-exc-ciclos(ws-exc-idx)
                   end-if
               end-if
               if ws-exc-ciclos(ws-exc-idx) >= wc-ciclos-alerta
                   add 1 to ws-total-alerta
               else
                   if ws-exc-ciclos(ws-exc-idx) > 1
                       add 1 to ws-total-dos-ciclos
                   end-if
               end-if
           end-perform.

       buscar-en-historia.
           perform varying ws-his-idx from 1 by 1
                   until ws-his-idx > ws-total-historia
                   or (ws-his-categoria(ws-his-idx)
                           = ws-exc-categoria(ws-exc-idx)
                       and ws-his-emp-id(ws-his-idx)
                           = ws-exc-emp-id(ws-exc-idx)
                       and ws-his-motivo(ws-his-idx)
                           = ws-exc-motivo(ws-exc-idx))
               continue
           end-perform.

      *> El resumen anterior trae la fecha del ultimo ciclo reportado;
      *> la misma fecha significa que se repite el reporte y el ciclo
      *> a comparar es el que ese resumen ya tenia como anterior.
       cargar-resumen-anterior.
           open input archivo-resumen
           if ws-estado-resumen not = '35'
               if ws-estado-resumen not = '00'
                   display "Error al abrir el resumen de excepciones: "
                           ws-estado-resumen
                   stop run
               end-if
               move 'N' to ws-fin-fuente
               perform until ws-fin-fuente = 'S'
                   read archivo-resumen
                       at end
                           move 'S' to ws-fin-fuente
                       not at end
                           perform tomar-resumen-anterior
                   end-read
               end-perform
               close archivo-resumen
           end-if.

       tomar-resumen-anterior.
           if res-categoria > 0
                   and res-categoria <= wc-total-categorias
               if res-fecha < ws-fecha-negocio
                   move res-fecha to ws-fecha-anterior
                   move res-casos to ws-tot-casos-ant(res-categoria)
                   move res-monto to ws-tot-monto-ant(res-categoria)
               else
                   move res-fecha-ant to ws-fecha-anterior
                   move res-casos-ant
                       to ws-tot-casos-ant(res-categoria)
                   move res-monto-ant
                       to ws-tot-monto-ant(res-categoria)
               end-if
           end-if.

       escribir-reporte.
           open output archivo-reporte
           if ws-estado-reporte not = '00'
               display "Error al abrir el reporte de excepciones: "
                       ws-estado-reporte
               stop run
           end-if
           move ws-fecha-negocio   to wle-fecha
           move ws-periodo-negocio to wle-periodo
           write linea-reporte from ws-linea-encab-1
           if ws-fecha-anterior = 0
               move "NINGUNO" to wle-anterior
           else
               move ws-fecha-anterior to wle-anterior
           end-if
           write linea-reporte from ws-linea-encab-2
           write linea-reporte from spaces
           perform escribir-resumen-categorias
           write linea-reporte from spaces
           write linea-reporte from ws-linea-detalle-titulo
           perform varying ws-cat-idx from 1 by 1
                   until ws-cat-idx > wc-total-categorias
               perform escribir-detalle-categoria
           end-perform
           close archivo-reporte.

       escribir-resumen-categorias.
           write linea-reporte from ws-linea-resumen-titulo
           write linea-reporte from ws-linea-resumen-col
           perform varying ws-cat-idx from 1 by 1
                   until ws-cat-idx > wc-total-categorias
               move ws-cat-nombre(ws-cat-idx)    to wlr-categoria
               move ws-tot-casos(ws-cat-idx)     to wlr-casos
               move ws-tot-casos-ant(ws-cat-idx) to wlr-casos-ant
               move ws-tot-monto(ws-cat-idx)     to wlr-monto
               move ws-tot-monto-ant(ws-cat-idx) to wlr-monto-ant
               compute ws-dif-casos = ws-tot-casos(ws-cat-idx)
                   - ws-tot-casos-ant(ws-cat-idx)
               compute ws-dif-monto = ws-tot-monto(ws-cat-idx)
                   - ws-tot-monto-ant(ws-cat-idx)
               move ws-dif-casos to wlr-dif-casos
               move ws-dif-monto to wlr-dif-monto
               write linea-reporte from ws-linea-resumen
               add ws-tot-casos(ws-cat-idx)     to ws-gran-casos
               add ws-tot-monto(ws-cat-idx)     to ws-gran-monto
               add ws-tot-casos-ant(ws-cat-idx) to ws-gran-casos-ant
               add ws-tot-monto-ant(ws-cat-idx) to ws-gran-monto-ant
           end-perform
           move "TOTAL"           to wlr-categoria
           move ws-gran-casos     to wlr-casos
           move ws-gran-casos-ant to wlr-casos-ant
           move ws-gran-monto     to wlr-monto
           move ws-gran-monto-ant to wlr-monto-ant
           compute ws-dif-casos = ws-gran-casos - ws-gran-casos-ant
           compute ws-dif-monto = ws-gran-monto - ws-gran-monto-ant
           move ws-dif-casos to wlr-dif-casos
           move ws-dif-monto to wlr-dif-monto
           write linea-reporte from spaces
           write linea-reporte from ws-linea-resumen
           write linea-reporte from spaces
           move ws-total-dos-ciclos to wlp-dos-ciclos
           write linea-reporte from ws-linea-pie-1
           move ws-total-alerta to wlp-alerta
           write linea-reporte from ws-linea-pie-2.

       escribir-detalle-categoria.
           write linea-reporte from spaces
           move ws-cat-nombre(ws-cat-idx) to wlc-categoria
           write linea-reporte from ws-linea-categoria
           move 0 to ws-casos-categoria
           perform varying ws-exc-idx from 1 by 1
                   until ws-exc-idx > ws-total-excepciones
               if ws-exc-categoria(ws-exc-idx) = ws-cat-idx
                   if ws-casos-categoria = 0
                       write linea-reporte from ws-linea-detalle-col
                   end-if
                   add 1 to ws-casos-categoria
                   perform escribir-linea-excepcion
               end-if
           end-perform
           if ws-casos-categoria = 0
               write linea-reporte from ws-linea-sin-casos
           end-if.

       escribir-linea-excepcion.
           if ws-exc-ciclos(ws-exc-idx) >= wc-ciclos-alerta
               move "*** " to wld-marca
           else
               if ws-exc-ciclos(ws-exc-idx) > 1
                   move "*   " to wld-marca
               else
                   move spaces to wld-marca
               end-if
           end-if
           move ws-exc-emp-id(ws-exc-idx)  to wld-id
           move ws-exc-nombre(ws-exc-idx)  to wld-nombre
           move ws-exc-monto(ws-exc-idx)   to wld-monto
           move ws-exc-ciclos(ws-exc-idx)  to wld-ciclos
           move ws-exc-desde(ws-exc-idx)   to wld-desde
           move ws-exc-motivo(ws-exc-idx)  to wld-motivo
           write linea-reporte from ws-linea-detalle.

       grabar-historia.
           open output archivo-historia
           if ws-estado-historia not = '00'
               display "Error al grabar la historia de excepciones: "
                       ws-estado-historia
               stop run
           end-if
           perform varying ws-exc-idx from 1 by 1
                   until ws-exc-idx > ws-total-excepciones
               move spaces to registro-historia
               move ws-fecha-negocio to exh-fecha
               move ws-exc-categoria(ws-exc-idx) to exh-categoria
               move ws-exc-emp-id(ws-exc-idx)    to exh-emp-id
               move ws-exc-ciclos(ws-exc-idx)    to exh-ciclos
               move ws-exc-desde(ws-exc-idx)     to exh-desde
               move ws-exc-motivo(ws-exc-idx)    to exh-motivo
               write registro-historia
           end-perform
           close archivo-historia.

       grabar-resumen.
           open output archivo-resumen
           if ws-estado-resumen not = '00'
               display "Error al grabar el resumen de excepciones: "
                       ws-estado-resumen
               stop run
           end-if
           perform varying ws-cat-idx from 1 by 1
                   until ws-cat-idx > wc-total-categorias
               move spaces to registro-resumen
               move ws-fecha-negocio to res-fecha
               move ws-cat-idx       to res-categoria
               move ws-tot-casos(ws-cat-idx)     to res-casos
               move ws-tot-monto(ws-cat-idx)     to res-monto
               move ws-tot-casos-ant(ws-cat-idx) to res-casos-ant
               move ws-tot-monto-ant(ws-cat-idx) to res-monto-ant
               move ws-fecha-anterior to res-fecha-ant
               write registro-resumen
           end-perform
           close archivo-resumen.

       end program Excepciones.
