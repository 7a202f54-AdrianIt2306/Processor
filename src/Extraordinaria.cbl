      *> NOMINA EXTRAORDINARIA: BONOS, AGUINALDO Y FINIQUITOS
      *> Corrida fuera de ciclo que paga solo los empleados y montos
      *> del archivo de pagos especiales. No toca el checkpoint, los
      *> totales ni el estado de balanceo de la nomina regular: deja
      *> su propio archivo de banco (encabezado 'H', detalles 'D' y
      *> cola 'T'), su reporte, sus totales de control y su propio
      *> veredicto, y graba la historia con los tipos 'X' (pago) y
      *> 'Y' (subtotal de departamento) para que Variacion no la tome
      *> como un segundo periodo regular.
      *> Igual que Program1, el archivo de banco se parte al final en
      *> un archivo por banco destino (banco_extraordinaria_<banco>)
      *> con su indice extraordinaria_despacho.dat, que RetornoBanco
      *> lee con el parametro EXTRAORDINARIA.
      *> La corrida se estampa con la fecha de negocio (como Reenvio),
      *> asi puede haber mas de una en el mismo periodo. Despues de
      *> una corrida balanceada el operador corre AbonoNomina, Poliza
      *> y AcumulaYTD con el parametro EXTRAORDINARIA.
       identification division.
       program-id. Extraordinaria.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select archivo-pagos
               assign to "data/pagos_especiales.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-pagos.

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

           select archivo-cuentas
               assign to "data/cuentas_banco.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-cuentas.

           select archivo-historia
               assign to "data/nomina_historia.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-historia.

           select archivo-banco
               assign to "data/banco_extraordinaria.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-banco.

           select archivo-banco-destino
               assign to dynamic ws-ruta-banco-destino
               organization is line sequential
               access mode is sequential
               file status is ws-estado-destino.

           select archivo-despacho
               assign to "data/extraordinaria_despacho.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-despacho.

           select archivo-reporte-despacho
               assign to "data/reporte_despacho_extra.txt"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-rep-despacho.

           select archivo-reporte
               assign to "data/reporte_extraordinaria.txt"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-reporte.

           select archivo-totales
               assign to "data/extraordinaria_totales.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-totales.

           select archivo-estado-corrida
               assign to "data/extraordinaria_estado.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-veredicto.

           select archivo-control
               assign to "data/extraordinaria_control.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-control.

           select archivo-fecha
               assign to "data/fecha_proceso.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-fecha.

       data division.
       file section.
      *> Pagos especiales capturados por nomina: un detalle 'D' por
      *> pago (un empleado puede traer varios conceptos) y una cola
      *> 'T' con el numero de detalles y la suma de los montos.
       fd archivo-pagos.
       01 registro-pago.
           05 pes-tipo        pic x.
           05 pes-emp-id      pic 9(6).
           05 pes-concepto    pic x(3).
           05 pes-monto       pic 9(9).
       01 registro-pago-cola.
           05 pet-tipo        pic x.
           05 pet-contador    pic 9(6).
           05 pet-total       pic 9(12).

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

       fd archivo-cuentas.
       01 registro-cuenta.
           05 cta-emp-id       pic 9(6).
           05 cta-banco        pic x(3).
           05 cta-cuenta       pic x(18).
           05 cta-titular      pic x(30).
           05 cta-activo       pic x.

      *> En los registros 'X' el nombre del empleado ocupa las
      *> primeras 20 posiciones de his-nombre y las ultimas 3 llevan
      *> el concepto del pago; his-salario es el monto pagado.
       fd archivo-historia.
       01 registro-historia.
           05 his-tipo            pic x.
           05 filler              pic x value space.
           05 his-periodo         pic 9(8).
           05 filler              pic x value space.
           05 his-emp-id          pic 9(6).
           05 filler              pic x value space.
           05 his-nombre          pic x(30).
           05 his-nombre-extra redefines his-nombre.
               10 his-nombre-emp  pic x(20).
               10 filler          pic x(7).
               10 his-concepto    pic x(3).
           05 filler              pic x value space.
           05 his-salario         pic 9(9).
           05 filler              pic x value space.
           05 his-depto           pic x(4).

      *> Archivo consolidado de la corrida; al terminar se parte en
      *> un archivo por banco destino con el mismo formato.
       fd archivo-banco.
       01 registro-banco         pic x(80).

       fd archivo-banco-destino.
       01 registro-banco-destino pic x(80).

      *> Indice del despacho, con el mismo formato que el de Program1.
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

       fd archivo-reporte.
       01 linea-reporte          pic x(100).

      *> Mismo layout que nomina_totales_reales.dat.
       fd archivo-totales.
       01 registro-totales.
           05 tot-contador        pic 9(12).
           05 filler              pic x value space.
           05 tot-contador-rech   pic 9(12).
           05 filler              pic x value space.
           05 tot-total-netos     pic 9(12).
           05 filler              pic x value space.
           05 tot-periodo         pic 9(8).

      *> Mismo layout que balanceo_estado.dat; lo leen los programas
      *> posteriores cuando corren con el parametro EXTRAORDINARIA.
       fd archivo-estado-corrida.
       01 registro-estado-corrida.
           05 bal-estado          pic x(14).
           05 filler              pic x value space.
           05 bal-periodo         pic 9(8).

      *> Fechas con corrida extraordinaria balanceada: una corrida
      *> cerrada no se repite; una descuadrada puede corregirse y
      *> volver a correr.
       fd archivo-control.
       01 registro-control-extra.
           05 ext-fecha       pic 9(8).

       fd archivo-fecha.
       01 registro-fecha.
           05 fpr-tipo        pic x.
           05 filler          pic x value space.
           05 fpr-fecha       pic 9(8).
           05 filler          pic x value space.
           05 fpr-periodo     pic 9(8).

       working-storage section.
       01 ws-estado-pagos     pic xx value spaces.
       01 ws-estado-archivo   pic xx value spaces.
       01 ws-estado-deptos    pic xx value spaces.
       01 ws-estado-cuentas   pic xx value spaces.
       01 ws-estado-historia  pic xx value spaces.
       01 ws-estado-banco     pic xx value spaces.
       01 ws-estado-reporte   pic xx value spaces.
       01 ws-estado-totales   pic xx value spaces.
       01 ws-estado-veredicto pic xx value spaces.
       01 ws-estado-control   pic xx value spaces.
       01 ws-estado-fecha     pic xx value spaces.
       01 ws-estado-destino   pic xx value spaces.
       01 ws-estado-despacho  pic xx value spaces.
       01 ws-estado-rep-despacho pic xx value spaces.
       01 ws-fin-pagos        pic x value 'N'.
       01 ws-fin-archivo      pic x value 'N'.
       01 ws-fin-deptos       pic x value 'N'.
       01 ws-fin-cuentas      pic x value 'N'.
       01 ws-fin-historia     pic x value 'N'.
       01 ws-fin-control      pic x value 'N'.
       01 ws-fin-fecha        pic x value 'N'.
       01 ws-fin-consolidado  pic x value 'N'.
       01 ws-fecha            pic 9(8) value 0.
       01 ws-veredicto        pic x(14) value spaces.
       01 ws-hay-cola         pic x value 'N'.

      *> Conceptos de pago extraordinario aceptados.
       01 wc-conceptos-validos.
           05 filler          pic x(3) value "AGU".
           05 filler          pic x(3) value "BON".
           05 filler          pic x(3) value "FIN".
       01 ws-tabla-conceptos redefines wc-conceptos-validos.
           05 ws-concepto-valido occurs 3 times pic x(3).
       01 wc-total-conceptos  pic 9 value 3.
       01 ws-con-idx          pic 9 value 0.
       01 wc-concepto-finiquito pic x(3) value "FIN".

       01 ws-banco-encab.
           05 filler          pic x value 'H'.
           05 wbe-fecha       pic 9(8).
           05 wbe-periodo     pic 9(8).

       01 ws-banco-detalle.
           05 filler          pic x value 'D'.
           05 wbd-secuencia   pic 9(6).
           05 wbd-emp-id      pic 9(6).
           05 wbd-nombre      pic x(20).
           05 wbd-monto       pic 9(12).
           05 wbd-cuenta      pic x(18).
           05 wbd-banco       pic x(3).

       01 ws-banco-cola.
           05 filler          pic x value 'T'.
           05 wbc-contador    pic 9(12).
           05 wbc-hash        pic 9(12).

      *> Pagos del archivo; nombre y departamento salen del maestro
      *> o, para un finiquito de alguien ya dado de baja, del ultimo
      *> registro 'E' de la historia.
       01 ws-tabla-pagos.
           05 ws-pag-tab occurs 5000 times.
               10 ws-pag-emp-id      pic 9(6).
               10 ws-pag-concepto    pic x(3).
               10 ws-pag-monto       pic 9(9).
               10 ws-pag-valido      pic x.
               10 ws-pag-his-nombre  pic x(20).
               10 ws-pag-his-depto   pic x(4).
       01 ws-total-pagos      pic 9(4) value 0.
       01 ws-pag-idx          pic 9(4) value 0.
       01 wc-max-pagos        pic 9(4) value 5000.

       01 ws-tabla-emp.
           05 ws-emp-tab occurs 10000 times.
               10 ws-emp-tab-id      pic 9(6).
               10 ws-emp-tab-nombre  pic x(20).
               10 ws-emp-tab-depto   pic x(4).
       01 ws-total-emp        pic 9(5) value 0.
       01 ws-emp-idx          pic 9(5) value 0.
       01 wc-max-emp          pic 9(5) value 10000.

       01 ws-tabla-maestro-deptos.
           05 ws-mdep-tab occurs 50 times.
               10 ws-mdep-codigo   pic x(4).
               10 ws-mdep-nombre   pic x(30).
       01 ws-total-mdep       pic 99 value 0.
       01 ws-mdep-idx         pic 99 value 0.
       01 wc-max-deptos       pic 99 value 50.

       01 ws-tabla-cuentas.
           05 ws-cta-tab occurs 10000 times.
               10 ws-cta-tab-emp-id  pic 9(6).
               10 ws-cta-tab-cuenta  pic x(18).
               10 ws-cta-tab-banco   pic x(3).
               10 ws-cta-tab-activo  pic x.
       01 ws-total-cuentas    pic 9(5) value 0.
       01 ws-cta-idx          pic 9(5) value 0.
       01 wc-max-cuentas      pic 9(5) value 10000.

       01 ws-tabla-deptos.
           05 ws-depto-tab occurs 50 times.
               10 ws-depto-tab-codigo   pic x(4).
               10 ws-depto-tab-subtotal pic 9(9).
       01 ws-total-deptos     pic 99 value 0.
       01 ws-depto-idx        pic 99 value 0.

      *> Bancos destino del archivo consolidado, con los pagos y el
      *> monto que se envian a cada uno.
       01 ws-tabla-bancos.
           05 ws-bco-tab occurs 50 times.
               10 ws-bco-codigo      pic x(3).
               10 ws-bco-contador    pic 9(12).
               10 ws-bco-monto       pic 9(12).
       01 ws-total-bancos     pic 99 value 0.
       01 ws-bco-idx          pic 99 value 0.
       01 wc-max-bancos       pic 99 value 50.
       01 ws-ruta-banco-destino pic x(40) value spaces.
       01 ws-secuencia-destino pic 9(6) value 0.
       01 ws-despacho-contador pic 9(12) value 0.
       01 ws-despacho-monto   pic 9(12) value 0.

      *> Historia sin los registros de una corrida anterior de la
      *> misma fecha que quedo descuadrada.
       01 ws-tabla-historia.
           05 ws-his-linea occurs 30000 times pic x(63).
       01 ws-total-historia   pic 9(5) value 0.
       01 ws-his-idx          pic 9(5) value 0.
       01 wc-max-historia     pic 9(5) value 30000.
       01 ws-total-depurados  pic 9(5) value 0.

       01 ws-emp-nombre       pic x(20) value spaces.
       01 ws-emp-depto        pic x(4) value spaces.
       01 ws-motivo-rechazo   pic x(20) value spaces.
       01 ws-total-leidos     pic 9(6) value 0.
       01 ws-total-leido-monto pic 9(12) value 0.
       01 ws-total-pagados    pic 9(6) value 0.
       01 ws-total-rechazados pic 9(6) value 0.
       01 ws-total-pagado     pic 9(12) value 0.
       01 ws-cola-contador    pic 9(6) value 0.
       01 ws-cola-total       pic 9(12) value 0.

       01 ws-linea-encab-1.
           05 filler          pic x(30) value
              "NOMINA EXTRAORDINARIA".
           05 filler          pic x(7)  value "FECHA: ".
           05 wle-fecha       pic 9(8).

       01 ws-linea-encab-2.
           05 filler          pic x(12) value "RESULTADO".
           05 filler          pic x(8)  value "    ID".
           05 filler          pic x(22) value "NOMBRE".
           05 filler          pic x(6)  value "CPTO".
           05 filler          pic x(6)  value "DEPT".
           05 filler          pic x(13) value "        MONTO".
           05 filler          pic x(2)  value spaces.
           05 filler          pic x(20) value "MOTIVO".

       01 ws-linea-detalle.
           05 wld-resultado   pic x(12).
           05 wld-id          pic zzzzz9.
           05 filler          pic x(2)  value spaces.
           05 wld-nombre      pic x(20).
           05 filler          pic x(2)  value spaces.
           05 wld-concepto    pic x(3).
           05 filler          pic x(3)  value spaces.
           05 wld-depto       pic x(4).
           05 filler          pic x(2)  value spaces.
           05 wld-monto       pic zzz,zzz,zz9.
           05 filler          pic x(2)  value spaces.
           05 wld-motivo      pic x(20).

       01 ws-linea-subtotal-depto.
           05 filler          pic x(15) value "SUBTOTAL DEPTO ".
           05 wls-depto       pic x(4).
           05 filler          pic x     value space.
           05 wls-depto-nombre pic x(30).
           05 filler          pic x(2)  value ": ".
           05 wls-subtotal    pic zzz,zzz,zz9.

       01 ws-linea-pie-1.
           05 filler          pic x(26) value
              "PAGOS LEIDOS:             ".
           05 wlp-leidos      pic zzz,zz9.
           05 filler          pic x(4)  value spaces.
           05 wlp-leido-monto pic zzz,zzz,zzz,zz9.

       01 ws-linea-pie-2.
           05 filler          pic x(26) value
              "CONTROL DEL ARCHIVO:      ".
           05 wlp-cola-contador pic zzz,zz9.
           05 filler          pic x(4)  value spaces.
           05 wlp-cola-total  pic zzz,zzz,zzz,zz9.

       01 ws-linea-pie-3.
           05 filler          pic x(26) value
              "PAGOS ENVIADOS AL BANCO:  ".
           05 wlp-pagados     pic zzz,zz9.
           05 filler          pic x(4)  value spaces.
           05 wlp-pagado      pic zzz,zzz,zzz,zz9.

       01 ws-linea-pie-4.
           05 filler          pic x(26) value
              "PAGOS RECHAZADOS:         ".
           05 wlp-rechazados  pic zzz,zz9.

       01 ws-linea-pie-5.
           05 filler          pic x(26) value
              "ESTADO DE LA CORRIDA:     ".
           05 wlp-veredicto   pic x(14).

       01 ws-despacho-encab-1.
           05 filler          pic x(40) value
              "DESPACHO EXTRAORDINARIA POR BANCO".
           05 filler          pic x(7)  value "FECHA: ".
           05 wde-fecha       pic 9(8).

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
           perform leer-fecha-proceso
           perform verificar-fecha-no-cerrada
           perform cargar-pagos-especiales
           perform cargar-maestro-deptos
           perform cargar-empleados
           perform cargar-cuentas
           perform revisar-historia
           if ws-total-depurados > 0
               perform regrabar-historia
           end-if
           perform abrir-archivos
           perform escribir-banco-encabezado

           perform varying ws-pag-idx from 1 by 1
                   until ws-pag-idx > ws-total-pagos
               perform procesar-pago
           end-perform

           perform escribir-subtotales-depto
           perform escribir-banco-cola
           perform determinar-veredicto
           perform grabar-totales
           perform grabar-estado-corrida
           if ws-veredicto = "BALANCEADO"
               perform marcar-fecha-cerrada
           end-if
           perform escribir-pie-reporte

           display "======================================"
           display "NOMINA EXTRAORDINARIA FECHA " ws-fecha
           display "Pagos leidos:     " ws-total-leidos
           display "Pagos al banco:   " ws-total-pagados
           display "Pagos rechazados: " ws-total-rechazados
           display "Total pagado:     " ws-total-pagado
           display "Estado:           " ws-veredicto
           display "======================================"

           perform cerrar-archivos
           perform despachar-por-banco
           goback.

       leer-fecha-proceso.
           move function current-date(1:8) to ws-fecha
           open input archivo-fecha
           if ws-estado-fecha = '00'
               perform until ws-fin-fecha = 'S'
                   read archivo-fecha
                       at end
                           move 'S' to ws-fin-fecha
                       not at end
                           if fpr-tipo = 'F'
                               move fpr-fecha to ws-fecha
                           end-if
                   end-read
               end-perform
               close archivo-fecha
           end-if.

       verificar-fecha-no-cerrada.
           open input archivo-control
           if ws-estado-control not = '35'
               if ws-estado-control not = '00'
                   display "Error al abrir el control de corridas "
                           "extraordinarias: " ws-estado-control
                   stop run
               end-if
               perform until ws-fin-control = 'S'
                   read archivo-control
                       at end
                           move 'S' to ws-fin-control
                       not at end
                           if ext-fecha = ws-fecha
                               display "CORRIDA EXTRAORDINARIA DEL "
                                       ws-fecha
                                       " YA CERRADA: NO SE REPITE"
                               close archivo-control
                               goback
                           end-if
                   end-read
               end-perform
               close archivo-control
           end-if.

       cargar-pagos-especiales.
           open input archivo-pagos
           if ws-estado-pagos not = '00'
               display "Error al abrir los pagos especiales: "
                       ws-estado-pagos
               stop run
           end-if
           perform until ws-fin-pagos = 'S'
               read archivo-pagos
                   at end
                       move 'S' to ws-fin-pagos
                   not at end
                       perform clasificar-pago-especial
               end-read
           end-perform
           close archivo-pagos.

      *> La cola se toma tal cual; los detalles se cuentan y suman
      *> con los montos numericos para cuadrar contra ella.
       clasificar-pago-especial.
           evaluate pes-tipo
               when 'T'
                   move 'S' to ws-hay-cola
                   if pet-contador is numeric
                       move pet-contador to ws-cola-contador
                   end-if
                   if pet-total is numeric
                       move pet-total to ws-cola-total
                   end-if
               when 'D'
                   add 1 to ws-total-leidos
                   if pes-monto is numeric
                       add pes-monto to ws-total-leido-monto
                   end-if
                   perform agregar-pago
               when other
                   continue
           end-evaluate.

       agregar-pago.
           if ws-total-pagos >= wc-max-pagos
               display "Tabla de pagos especiales llena"
               stop run
           end-if
           add 1 to ws-total-pagos
           move 'S'          to ws-pag-valido(ws-total-pagos)
           move pes-emp-id   to ws-pag-emp-id(ws-total-pagos)
           move pes-concepto to ws-pag-concepto(ws-total-pagos)
           move pes-monto    to ws-pag-monto(ws-total-pagos)
           move spaces       to ws-pag-his-nombre(ws-total-pagos)
           move spaces       to ws-pag-his-depto(ws-total-pagos)
           if pes-emp-id is not numeric or pes-monto is not numeric
               move 'N' to ws-pag-valido(ws-total-pagos)
               move 0   to ws-pag-emp-id(ws-total-pagos)
               move 0   to ws-pag-monto(ws-total-pagos)
           end-if.

       cargar-maestro-deptos.
           open input archivo-deptos
           if ws-estado-deptos not = '00'
               display "Error al abrir el maestro de departamentos: "
                       ws-estado-deptos
               stop run
           end-if
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
           move dep-nombre to ws-mdep-nombre(ws-total-mdep).

       cargar-empleados.
           open input archivo-empleados
           if ws-estado-archivo not = '00'
               display "Error al abrir el archivo: " ws-estado-archivo
               stop run
           end-if
           perform until ws-fin-archivo = 'S'
               read archivo-empleados
                   at end
                       move 'S' to ws-fin-archivo
                   not at end
                       perform agregar-empleado
               end-read
           end-perform
           close archivo-empleados.

       agregar-empleado.
           if ws-total-emp >= wc-max-emp
               display "Tabla de empleados llena: " emp-id
               stop run
           end-if
           add 1 to ws-total-emp
           move emp-id     to ws-emp-tab-id(ws-total-emp)
           move emp-nombre to ws-emp-tab-nombre(ws-total-emp)
           move emp-depto  to ws-emp-tab-depto(ws-total-emp).

       cargar-cuentas.
           open input archivo-cuentas
           if ws-estado-cuentas = '35'
               open output archivo-cuentas
               close archivo-cuentas
               open input archivo-cuentas
           end-if
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
           close archivo-cuentas.

       agregar-cuenta.
           if ws-total-cuentas >= wc-max-cuentas
               display "Tabla de cuentas llena: " cta-emp-id
               stop run
           end-if
           add 1 to ws-total-cuentas
           move cta-emp-id to ws-cta-tab-emp-id(ws-total-cuentas)
           move cta-cuenta to ws-cta-tab-cuenta(ws-total-cuentas)
           move cta-banco  to ws-cta-tab-banco(ws-total-cuentas)
           move cta-activo to ws-cta-tab-activo(ws-total-cuentas).

      *> Una sola pasada a la historia: guarda el ultimo 'E' de los
      *> empleados con pago (para finiquitos de bajas) y separa los
      *> 'X'/'Y' de esta misma fecha que dejo una corrida anterior
      *> descuadrada, para no duplicarlos.
       revisar-historia.
           open input archivo-historia
           if ws-estado-historia not = '35'
               if ws-estado-historia not = '00'
                   display "Error al abrir la historia de nomina: "
                           ws-estado-historia
                   stop run
               end-if
               perform until ws-fin-historia = 'S'
                   read archivo-historia
                       at end
                           move 'S' to ws-fin-historia
                       not at end
                           perform clasificar-historia
                   end-read
               end-perform
               close archivo-historia
           end-if.

       clasificar-historia.
           if (his-tipo = 'X' or his-tipo = 'Y')
                   and his-periodo = ws-fecha
               add 1 to ws-total-depurados
           else
               if ws-total-historia >= wc-max-historia
                   display "Tabla de historia llena"
                   stop run
               end-if
               add 1 to ws-total-historia
               move registro-historia
                   to ws-his-linea(ws-total-historia)
               if his-tipo = 'E'
                   perform varying ws-pag-idx from 1 by 1
                           until ws-pag-idx > ws-total-pagos
                       if ws-pag-emp-id(ws-pag-idx) = his-emp-id
                           move his-nombre
                               to ws-pag-his-nombre(ws-pag-idx)
                           move his-depto
                               to ws-pag-his-depto(ws-pag-idx)
                       end-if
                   end-perform
               end-if
           end-if.

       regrabar-historia.
           open output archivo-historia
           if ws-estado-historia not = '00'
               display "Error al regrabar la historia: "
                       ws-estado-historia
               stop run
           end-if
           perform varying ws-his-idx from 1 by 1
                   until ws-his-idx > ws-total-historia
               move ws-his-linea(ws-his-idx) to registro-historia
               write registro-historia
           end-perform
           close archivo-historia
           display "Registros de una corrida anterior del "
                   ws-fecha " retirados de la historia: "
                   ws-total-depurados.

       abrir-archivos.
           open output archivo-banco
           if ws-estado-banco not = '00'
               display "Error al abrir el archivo de banco: "
                       ws-estado-banco
               stop run
           end-if

           open output archivo-reporte
           if ws-estado-reporte not = '00'
               display "Error al abrir el reporte: " ws-estado-reporte
               stop run
           end-if

           open extend archivo-historia
           if ws-estado-historia = '35'
               open output archivo-historia
           end-if
           if ws-estado-historia not = '00'
               display "Error al abrir la historia de nomina: "
                       ws-estado-historia
               stop run
           end-if

           move ws-fecha to wle-fecha
           move spaces to linea-reporte
           write linea-reporte from ws-linea-encab-1
           write linea-reporte from spaces
           write linea-reporte from ws-linea-encab-2.

       escribir-banco-encabezado.
           move ws-fecha to wbe-fecha
           move ws-fecha to wbe-periodo
           move spaces to registro-banco
           write registro-banco from ws-banco-encab.

       procesar-pago.
           move spaces to ws-motivo-rechazo
           move spaces to ws-emp-nombre
           move spaces to ws-emp-depto
           perform validar-pago
           if ws-motivo-rechazo = spaces
               perform pagar-empleado
           else
               add 1 to ws-total-rechazados
               move "RECHAZADO" to wld-resultado
               perform escribir-detalle-reporte
           end-if.

       validar-pago.
           if ws-pag-valido(ws-pag-idx) not = 'S'
               move "REGISTRO INVALIDO" to ws-motivo-rechazo
           else
               if ws-pag-monto(ws-pag-idx) = 0
                   move "MONTO EN CERO" to ws-motivo-rechazo
               end-if
           end-if

           if ws-motivo-rechazo = spaces
               perform varying ws-con-idx from 1 by 1
                       until ws-con-idx > wc-total-conceptos
                       or ws-concepto-valido(ws-con-idx)
                           = ws-pag-concepto(ws-pag-idx)
                   continue
               end-perform
               if ws-con-idx > wc-total-conceptos
                   move "CONCEPTO INVALIDO" to ws-motivo-rechazo
               end-if
           end-if

           if ws-motivo-rechazo = spaces
               perform buscar-empleado
           end-if

           if ws-motivo-rechazo = spaces
               perform buscar-cuenta-empleado
               if ws-cta-idx > ws-total-cuentas
                   move "SIN CUENTA" to ws-motivo-rechazo
               else
                   if ws-cta-tab-activo(ws-cta-idx) not = 'A'
                       move "CUENTA INACTIVA" to ws-motivo-rechazo
                   else
                       if ws-cta-tab-cuenta(ws-cta-idx) = spaces
                           move "CUENTA EN BLANCO" to ws-motivo-rechazo
                       else
                           if ws-cta-tab-banco(ws-cta-idx) = spaces
                               move "CUENTA SIN BANCO"
                                   to ws-motivo-rechazo
                           end-if
                       end-if
                   end-if
               end-if
           end-if.

      *> Un finiquito puede llegar despues de la baja: entonces el
      *> nombre y el departamento salen de su ultimo pago regular.
       buscar-empleado.
           perform varying ws-emp-idx from 1 by 1
                   until ws-emp-idx > ws-total-emp
                   or ws-emp-tab-id(ws-emp-idx)
                       = ws-pag-emp-id(ws-pag-idx)
               continue
           end-perform
           if ws-emp-idx <= ws-total-emp
               move ws-emp-tab-nombre(ws-emp-idx) to ws-emp-nombre
               move ws-emp-tab-depto(ws-emp-idx)  to ws-emp-depto
           else
               if ws-pag-concepto(ws-pag-idx) = wc-concepto-finiquito
                       and ws-pag-his-nombre(ws-pag-idx) not = spaces
                   move ws-pag-his-nombre(ws-pag-idx) to ws-emp-nombre
                   move ws-pag-his-depto(ws-pag-idx)  to ws-emp-depto
               else
                   move "EMPLEADO NO EXISTE" to ws-motivo-rechazo
               end-if
           end-if.

       buscar-cuenta-empleado.
           perform varying ws-cta-idx from 1 by 1
                   until ws-cta-idx > ws-total-cuentas
                   or ws-cta-tab-emp-id(ws-cta-idx)
                       = ws-pag-emp-id(ws-pag-idx)
               continue
           end-perform.

       pagar-empleado.
           add 1 to ws-total-pagados
           add ws-pag-monto(ws-pag-idx) to ws-total-pagado
           perform acumular-subtotal-depto
           perform escribir-banco-detalle
           perform grabar-historia-pago
           move "PAGADO" to wld-resultado
           perform escribir-detalle-reporte.

       acumular-subtotal-depto.
           perform varying ws-depto-idx from 1 by 1
                   until ws-depto-idx > ws-total-deptos
                   or ws-depto-tab-codigo(ws-depto-idx) = ws-emp-depto
               continue
           end-perform
           if ws-depto-idx > ws-total-deptos
               if ws-total-deptos >= wc-max-deptos
                   display "Tabla de subtotales llena: " ws-emp-depto
                   stop run
               end-if
               add 1 to ws-total-deptos
               move ws-total-deptos to ws-depto-idx
               move ws-emp-depto to ws-depto-tab-codigo(ws-depto-idx)
               move 0 to ws-depto-tab-subtotal(ws-depto-idx)
           end-if
           add ws-pag-monto(ws-pag-idx)
               to ws-depto-tab-subtotal(ws-depto-idx).

       escribir-banco-detalle.
           move ws-total-pagados         to wbd-secuencia
           move ws-pag-emp-id(ws-pag-idx) to wbd-emp-id
           move ws-emp-nombre            to wbd-nombre
           move ws-pag-monto(ws-pag-idx) to wbd-monto
           move ws-cta-tab-cuenta(ws-cta-idx) to wbd-cuenta
           move ws-cta-tab-banco(ws-cta-idx)  to wbd-banco
           move spaces to registro-banco
           write registro-banco from ws-banco-detalle.

       grabar-historia-pago.
           move spaces                    to registro-historia
           move 'X'                       to his-tipo
           move ws-fecha                  to his-periodo
           move ws-pag-emp-id(ws-pag-idx) to his-emp-id
           move ws-emp-nombre             to his-nombre-emp
           move ws-pag-concepto(ws-pag-idx) to his-concepto
           move ws-pag-monto(ws-pag-idx)  to his-salario
           move ws-emp-depto              to his-depto
           write registro-historia.

       escribir-detalle-reporte.
           move ws-pag-emp-id(ws-pag-idx)   to wld-id
           move ws-emp-nombre               to wld-nombre
           move ws-pag-concepto(ws-pag-idx) to wld-concepto
           move ws-emp-depto                to wld-depto
           move ws-pag-monto(ws-pag-idx)    to wld-monto
           move ws-motivo-rechazo           to wld-motivo
           write linea-reporte from ws-linea-detalle.

       escribir-subtotales-depto.
           perform varying ws-depto-idx from 1 by 1
                   until ws-depto-idx > ws-total-deptos
               perform escribir-subtotal-depto
           end-perform.

      *> El subtotal 'Y' lleva el nombre del departamento igual que
      *> el 'D' de Program1; Poliza lo carga a su centro de costo.
       escribir-subtotal-depto.
           move ws-depto-tab-codigo(ws-depto-idx) to wls-depto
           perform varying ws-mdep-idx from 1 by 1
                   until ws-mdep-idx > ws-total-mdep
                   or ws-mdep-codigo(ws-mdep-idx)
                       = ws-depto-tab-codigo(ws-depto-idx)
               continue
           end-perform
           move spaces to registro-historia
           if ws-mdep-idx > ws-total-mdep
               move spaces to wls-depto-nombre
               move spaces to his-nombre
           else
               move ws-mdep-nombre(ws-mdep-idx) to wls-depto-nombre
               move ws-mdep-nombre(ws-mdep-idx) to his-nombre
           end-if
           move ws-depto-tab-subtotal(ws-depto-idx) to wls-subtotal
           write linea-reporte from spaces
           write linea-reporte from ws-linea-subtotal-depto

           move 'Y'      to his-tipo
           move ws-fecha to his-periodo
           move 0        to his-emp-id
           move ws-depto-tab-subtotal(ws-depto-idx) to his-salario
           move ws-depto-tab-codigo(ws-depto-idx)   to his-depto
           write registro-historia.

       escribir-banco-cola.
           move ws-total-pagados to wbc-contador
           move ws-total-pagado  to wbc-hash
           move spaces to registro-banco
           write registro-banco from ws-banco-cola.

      *> La corrida cuadra cuando lo leido coincide con la cola que
      *> capturo nomina; sin cola no hay contra que cuadrar.
       determinar-veredicto.
           evaluate true
               when ws-hay-cola not = 'S'
                   move "SIN CONTROL" to ws-veredicto
               when ws-total-leidos = ws-cola-contador
                       and ws-total-leido-monto = ws-cola-total
                   move "BALANCEADO" to ws-veredicto
               when other
                   move "DESBALANCEADO" to ws-veredicto
           end-evaluate.

       grabar-totales.
           open output archivo-totales
           if ws-estado-totales not = '00'
               display "Error al abrir los totales extraordinarios: "
                       ws-estado-totales
               stop run
           end-if
           move spaces              to registro-totales
           move ws-total-pagados    to tot-contador
           move ws-total-rechazados to tot-contador-rech
           move ws-total-pagado     to tot-total-netos
           move ws-fecha            to tot-periodo
           write registro-totales
           close archivo-totales.

       grabar-estado-corrida.
           open output archivo-estado-corrida
           if ws-estado-veredicto not = '00'
               display "Error al abrir el estado extraordinario: "
                       ws-estado-veredicto
               stop run
           end-if
           move spaces       to registro-estado-corrida
           move ws-veredicto to bal-estado
           move ws-fecha     to bal-periodo
           write registro-estado-corrida
           close archivo-estado-corrida.

       marcar-fecha-cerrada.
           open extend archivo-control
           if ws-estado-control = '35'
               open output archivo-control
           end-if
           if ws-estado-control not = '00'
               display "Error al abrir el control de corridas "
                       "extraordinarias: " ws-estado-control
               stop run
           end-if
           move ws-fecha to ext-fecha
           write registro-control-extra
           close archivo-control.

       escribir-pie-reporte.
           move ws-total-leidos      to wlp-leidos
           move ws-total-leido-monto to wlp-leido-monto
           move ws-cola-contador     to wlp-cola-contador
           move ws-cola-total        to wlp-cola-total
           move ws-total-pagados     to wlp-pagados
           move ws-total-pagado      to wlp-pagado
           move ws-total-rechazados  to wlp-rechazados
           move ws-veredicto         to wlp-veredicto
           write linea-reporte from spaces
           write linea-reporte from ws-linea-pie-1
           write linea-reporte from ws-linea-pie-2
           write linea-reporte from ws-linea-pie-3
           write linea-reporte from ws-linea-pie-4
           write linea-reporte from spaces
           write linea-reporte from ws-linea-pie-5.

       cerrar-archivos.
           close archivo-banco
           close archivo-reporte
           close archivo-historia.

      *> Igual que en Program1: cada banco recibe solo sus pagos en
      *> su propio archivo (encabezado, detalles renumerados y cola
      *> propios) y el despacho se cuadra contra lo pagado en la
      *> corrida.
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
           move ws-fecha to wde-fecha
           move spaces to linea-despacho
           write linea-despacho from ws-despacho-encab-1
           write linea-despacho from spaces
           write linea-despacho from ws-despacho-encab-2

           perform varying ws-bco-idx from 1 by 1
                   until ws-bco-idx > ws-total-bancos
               perform generar-archivo-banco
           end-perform

           perform escribir-cuadre-despacho

           close archivo-despacho
           close archivo-reporte-despacho

           display "Bancos despachados: " ws-total-bancos.

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
           string "data/banco_extraordinaria_" delimited by size
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
           move ws-fecha to wbe-fecha
           move ws-fecha to wbe-periodo
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
           move ws-fecha                    to dsp-periodo
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

      *> Los pagos rechazados no van al banco: lo despachado debe
      *> dar lo pagado en la corrida.
       escribir-cuadre-despacho.
           write linea-despacho from spaces
           move "TOTAL ENVIADO A BANCOS:" to wdt-concepto
           move ws-despacho-contador     to wdt-contador
           move ws-despacho-monto        to wdt-monto
           write linea-despacho from ws-despacho-total
           move "PAGOS ENVIADOS EN LA CORRIDA:" to wdt-concepto
           move ws-total-pagados         to wdt-contador
           move ws-total-pagado          to wdt-monto
           write linea-despacho from ws-despacho-total

           if ws-despacho-contador = ws-total-pagados
                   and ws-despacho-monto = ws-total-pagado
               move "CUADRA CON LA CORRIDA" to wdx-estado
           else
               move "NO CUADRA CON LA CORRIDA" to wdx-estado
               display "DESPACHO POR BANCO NO CUADRA CON LA "
                       "CORRIDA EXTRAORDINARIA"
           end-if
           write linea-despacho from spaces
           write linea-despacho from ws-despacho-estado.

       end program Extraordinaria.
