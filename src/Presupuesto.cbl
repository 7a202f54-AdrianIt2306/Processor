      *> PRESUPUESTO CONTRA REAL DE NOMINA POR CENTRO DE COSTO
      *> Toma los cargos a cuentas de gasto (5xxxxx) de la poliza
      *> contable de nomina por centro de costo y los compara contra
      *> presupuesto.dat en el mes del periodo y en el acumulado del
      *> anio. Como la poliza se regraba en cada corrida, el gasto de
      *> cada periodo contabilizado se guarda en presupuesto_real.dat;
      *> un periodo que se vuelve a contabilizar reemplaza al anterior.
      *> Con el parametro EXTRAORDINARIA toma la poliza de la corrida
      *> fuera de ciclo.
       identification division.
       program-id. Presupuesto.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select archivo-poliza
               assign to dynamic ws-ruta-poliza
               organization is line sequential
               access mode is sequential
               file status is ws-estado-poliza.

           select archivo-presupuesto
               assign to "data/presupuesto.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-presupuesto.

           select archivo-real
               assign to "data/presupuesto_real.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-real.

           select archivo-params
               assign to "data/presupuesto_params.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-params.

           select archivo-reporte
               assign to "data/reporte_presupuesto.txt"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-reporte.

       data division.
       file section.
       fd archivo-poliza.
       01 registro-poliza.
           05 pol-tipo        pic x.
           05 pol-datos       pic x(79).
       01 registro-poliza-encab.
           05 filler          pic x.
           05 pol-periodo     pic 9(8).
       01 registro-poliza-detalle.
           05 filler          pic x.
           05 pol-centro      pic x(6).
           05 pol-cuenta      pic x(6).
           05 pol-naturaleza  pic x.
           05 pol-concepto    pic x(30).
           05 pol-monto       pic 9(12).

       fd archivo-presupuesto.
       01 registro-presupuesto.
           05 pre-centro       pic x(6).
           05 pre-anio         pic 9(4).
           05 pre-mes-monto    pic 9(12) occurs 12 times.

      *> Gasto contabilizado por periodo y centro; origen 'N' nomina
      *> del ciclo, 'X' corrida extraordinaria.
       fd archivo-real.
       01 registro-real.
           05 rea-origen      pic x.
           05 filler          pic x.
           05 rea-periodo     pic 9(8).
           05 filler          pic x.
           05 rea-centro      pic x(6).
           05 filler          pic x.
           05 rea-monto       pic 9(12).

      *> TOLERANCIA es el porcentaje (999V99) de gasto sobre el
      *> presupuesto a partir del cual el centro sale marcado.
       fd archivo-params.
       01 registro-param.
           05 pru-parametro   pic x(12).
           05 pru-valor       pic 9(3)v99.

       fd archivo-reporte.
       01 linea-reporte      pic x(140).

       working-storage section.
       01 ws-param-modo       pic x(14) value spaces.
       01 ws-origen           pic x value 'N'.
       01 ws-ruta-poliza      pic x(40) value
              "data/poliza_gl.dat".

       01 ws-estado-poliza    pic xx value spaces.
       01 ws-estado-presupuesto pic xx value spaces.
       01 ws-estado-real      pic xx value spaces.
       01 ws-estado-params    pic xx value spaces.
       01 ws-estado-reporte   pic xx value spaces.
       01 ws-fin-archivo      pic x value 'N'.

       01 ws-tolerancia       pic 9(3)v99 value 5.00.
       01 ws-tolerancia-ed    pic zz9.99.

       01 ws-periodo          pic 9(8) value 0.
       01 ws-periodo-partes redefines ws-periodo.
           05 ws-periodo-anio pic 9(4).
           05 ws-periodo-mes  pic 9(2).
           05 filler          pic 9(2).
       01 ws-anio-anterior    pic 9(4) value 0.

      *> Gasto del periodo que se esta contabilizando, por centro.
       01 ws-tabla-poliza.
           05 ws-pol-tab occurs 100 times.
               10 ws-pol-tab-centro  pic x(6).
               10 ws-pol-tab-monto   pic 9(12).
       01 ws-total-pol        pic 9(3) value 0.
       01 ws-pol-idx          pic 9(3) value 0.

      *> Gasto acumulado de los periodos anteriores.
       01 ws-tabla-real.
           05 ws-rea-tab occurs 10000 times.
               10 ws-rea-tab-origen  pic x.
               10 ws-rea-tab-periodo pic 9(8).
               10 ws-rea-tab-centro  pic x(6).
               10 ws-rea-tab-monto   pic 9(12).
       01 ws-total-rea        pic 9(5) value 0.
       01 ws-rea-idx          pic 9(5) value 0.
       01 wc-max-real         pic 9(5) value 10000.
       01 ws-rea-periodo      pic 9(8) value 0.
       01 ws-rea-periodo-partes redefines ws-rea-periodo.
           05 ws-rea-anio     pic 9(4).
           05 ws-rea-mes      pic 9(2).
           05 filler          pic 9(2).

      *> Renglones del reporte: centros con presupuesto en el anio o
      *> con gasto contabilizado.
       01 ws-tabla-centros.
           05 ws-cen-tab occurs 100 times.
               10 ws-cen-centro      pic x(6).
               10 ws-cen-con-presup  pic x.
               10 ws-cen-real-mes    pic 9(12).
               10 ws-cen-real-acum   pic 9(12).
               10 ws-cen-pres-mes    pic 9(12).
               10 ws-cen-pres-acum   pic 9(12).
       01 ws-total-cen        pic 9(3) value 0.
       01 ws-cen-idx          pic 9(3) value 0.
       01 wc-max-centros      pic 9(3) value 100.
       01 ws-centro-buscado   pic x(6) value spaces.
       01 ws-mes-idx          pic 99 value 0.

       01 ws-variacion        pic s9(12) value 0.
       01 ws-porcentaje       pic s9(5)v99 value 0.
       01 ws-excede           pic x value 'N'.
       01 ws-total-excedidos  pic 9(3) value 0.
       01 ws-total-sin-presup pic 9(3) value 0.
       01 ws-gran-real-mes    pic 9(12) value 0.
       01 ws-gran-real-acum   pic 9(12) value 0.
       01 ws-gran-pres-mes    pic 9(12) value 0.
       01 ws-gran-pres-acum   pic 9(12) value 0.

       01 ws-linea-encab-1.
           05 wle-titulo      pic x(36) value
              "PRESUPUESTO CONTRA REAL DE NOMINA".
           05 filler          pic x(9)  value "PERIODO: ".
           05 wle-periodo     pic 9(8).
           05 filler          pic x(14) value "  TOLERANCIA: ".
           05 wle-tolerancia  pic zz9.99.
           05 filler          pic x     value "%".

       01 ws-linea-encab-2.
           05 filler          pic x(8)  value spaces.
           05 filler          pic x(52) value
              "-------------------- MES --------------------".
           05 filler          pic x(52) value
              "------------------ ACUMULADO ------------------".

       01 ws-linea-encab-3.
           05 filler          pic x(8)  value "CENTRO".
           05 filler          pic x(13) value "         REAL".
           05 filler          pic x(13) value "  PRESUPUESTO".
           05 filler          pic x(14) value "     VARIACION".
           05 filler          pic x(12) value "         %".
           05 filler          pic x(13) value "         REAL".
           05 filler          pic x(13) value "  PRESUPUESTO".
           05 filler          pic x(14) value "     VARIACION".
           05 filler          pic x(12) value "         %".

       01 ws-linea-detalle.
           05 wld-centro      pic x(6).
           05 filler          pic x(2)  value spaces.
           05 wld-real-mes    pic z,zzz,zzz,zz9.
           05 wld-pres-mes    pic z,zzz,zzz,zz9.
           05 wld-var-mes     pic --,---,---,--9.
           05 filler          pic x(2)  value spaces.
           05 wld-pct-mes     pic x(10).
           05 wld-real-acum   pic z,zzz,zzz,zz9.
           05 wld-pres-acum   pic z,zzz,zzz,zz9.
           05 wld-var-acum    pic --,---,---,--9.
           05 filler          pic x(2)  value spaces.
           05 wld-pct-acum    pic x(10).
           05 filler          pic x(2)  value spaces.
           05 wld-marca       pic x(20).

       01 ws-porcentaje-ed    pic ----9.99.
       01 ws-porcentaje-x redefines ws-porcentaje-ed pic x(8).

       01 ws-linea-pie-1.
           05 filler          pic x(36) value
              "CENTROS SOBRE TOLERANCIA:".
           05 wlp-excedidos   pic zz9.

       01 ws-linea-pie-2.
           05 filler          pic x(36) value
              "CENTROS CON GASTO SIN PRESUPUESTO:".
           05 wlp-sin-presup  pic zz9.

       procedure division.
       inicio.
           perform determinar-modo-corrida
           perform cargar-parametros
           perform cargar-poliza
           perform acumular-real
           perform cargar-presupuesto-anio
           perform escribir-reporte

           display "======================================"
           display "PRESUPUESTO CONTRA REAL PERIODO " ws-periodo
           display "Centros sobre tolerancia: " ws-total-excedidos
           display "Centros sin presupuesto:  " ws-total-sin-presup
           display "Vea data/reporte_presupuesto.txt"
           display "======================================"
           goback.

       determinar-modo-corrida.
           accept ws-param-modo from command-line
           if function upper-case(ws-param-modo) = "EXTRAORDINARIA"
               move 'X' to ws-origen
               move "data/poliza_gl_extra.dat" to ws-ruta-poliza
           end-if.

      *> Sin archivo de parametros rige la tolerancia por omision.
       cargar-parametros.
           open input archivo-params
           if ws-estado-params = '00'
               move 'N' to ws-fin-archivo
               perform until ws-fin-archivo = 'S'
                   read archivo-params
                       at end
                           move 'S' to ws-fin-archivo
                       not at end
                           perform cargar-parametro
                   end-read
               end-perform
               close archivo-params
           end-if
           move ws-tolerancia to ws-tolerancia-ed
           display "TOLERANCIA SOBRE PRESUPUESTO: "
                   ws-tolerancia-ed "%".

       cargar-parametro.
           evaluate pru-parametro
               when "TOLERANCIA"
                   if pru-valor is numeric
                       move pru-valor to ws-tolerancia
                   else
                       display "Tolerancia no numerica"
                   end-if
               when other
                   display "Parametro de presupuesto desconocido: "
                           pru-parametro
           end-evaluate.

      *> Sin poliza no hay gasto que comparar: la negativa limpia
      *> regresa con GOBACK para que Nocturno conserve el control.
       cargar-poliza.
           open input archivo-poliza
           if ws-estado-poliza = '35'
               display "No hay poliza contable: "
                       "NO SE COMPARA CONTRA PRESUPUESTO"
               goback
           end-if
           if ws-estado-poliza not = '00'
               display "Error al abrir la poliza: " ws-estado-poliza
               stop run
           end-if
           move 'N' to ws-fin-archivo
           perform until ws-fin-archivo = 'S'
               read archivo-poliza
                   at end
                       move 'S' to ws-fin-archivo
                   not at end
                       perform tomar-registro-poliza
               end-read
           end-perform
           close archivo-poliza
           if ws-periodo = 0
               display "Poliza sin encabezado de periodo"
               stop run
           end-if.

      *> Solo los cargos a cuentas de gasto son costo de nomina; los
      *> pasivos y la nomina por pagar no entran.
       tomar-registro-poliza.
           evaluate pol-tipo
               when 'H'
                   move pol-periodo to ws-periodo
               when 'D'
                   if pol-naturaleza = 'C'
                           and pol-cuenta(1:1) = '5'
                       perform sumar-gasto-poliza
                   end-if
           end-evaluate.

       sumar-gasto-poliza.
           perform varying ws-pol-idx from 1 by 1
                   until ws-pol-idx > ws-total-pol
                   or ws-pol-tab-centro(ws-pol-idx) = pol-centro
               continue
           end-perform
           if ws-pol-idx > ws-total-pol
               if ws-total-pol >= wc-max-centros
                   display "Tabla de centros de la poliza llena"
                   stop run
               end-if
               add 1 to ws-total-pol
               move pol-centro to ws-pol-tab-centro(ws-total-pol)
               move 0          to ws-pol-tab-monto(ws-total-pol)
           end-if
           add pol-monto to ws-pol-tab-monto(ws-pol-idx).

      *> Se conservan el anio del periodo y el anterior; el mismo
      *> origen y periodo se reemplaza con lo recien contabilizado.
       acumular-real.
           compute ws-anio-anterior = ws-periodo-anio - 1
           open input archivo-real
           if ws-estado-real not = '35'
               if ws-estado-real not = '00'
                   display "Error al abrir el gasto acumulado: "
                           ws-estado-real
                   stop run
               end-if
               move 'N' to ws-fin-archivo
               perform until ws-fin-archivo = 'S'
                   read archivo-real
                       at end
                           move 'S' to ws-fin-archivo
                       not at end
                           perform conservar-real
                   end-read
               end-perform
               close archivo-real
           end-if

           perform varying ws-pol-idx from 1 by 1
                   until ws-pol-idx > ws-total-pol
               perform verificar-espacio-real
               add 1 to ws-total-rea
               move ws-origen  to ws-rea-tab-origen(ws-total-rea)
               move ws-periodo to ws-rea-tab-periodo(ws-total-rea)
               move ws-pol-tab-centro(ws-pol-idx)
                   to ws-rea-tab-centro(ws-total-rea)
               move ws-pol-tab-monto(ws-pol-idx)
                   to ws-rea-tab-monto(ws-total-rea)
           end-perform

           open output archivo-real
           if ws-estado-real not = '00'
               display "Error al grabar el gasto acumulado: "
                       ws-estado-real
               stop run
           end-if
           perform varying ws-rea-idx from 1 by 1
                   until ws-rea-idx > ws-total-rea
               move spaces to registro-real
               move ws-rea-tab-origen(ws-rea-idx)  to rea-origen
               move ws-rea-tab-periodo(ws-rea-idx) to rea-periodo
               move ws-rea-tab-centro(ws-rea-idx)  to rea-centro
               move ws-rea-tab-monto(ws-rea-idx)   to rea-monto
               write registro-real
           end-perform
           close archivo-real.

       conservar-real.
           move rea-periodo to ws-rea-periodo
           if ws-rea-anio >= ws-anio-anterior
                   and not (rea-origen = ws-origen
                            and rea-periodo = ws-periodo)
               perform verificar-espacio-real
               add 1 to ws-total-rea
               move rea-origen  to ws-rea-tab-origen(ws-total-rea)
               move rea-periodo to ws-rea-tab-periodo(ws-total-rea)
               move rea-centro  to ws-rea-tab-centro(ws-total-rea)
               move rea-monto   to ws-rea-tab-monto(ws-total-rea)
           end-if.

       verificar-espacio-real.
           if ws-total-rea >= wc-max-real
               display "Tabla de gasto acumulado llena"
               stop run
           end-if.

      *> Presupuesto del anio del periodo: el mes del periodo y la
      *> suma de enero a ese mes.
       cargar-presupuesto-anio.
           open input archivo-presupuesto
           if ws-estado-presupuesto = '35'
               display "No hay presupuesto capturado"
           else
               if ws-estado-presupuesto not = '00'
                   display "Error al abrir el presupuesto: "
                           ws-estado-presupuesto
                   stop run
               end-if
               move 'N' to ws-fin-archivo
               perform until ws-fin-archivo = 'S'
                   read archivo-presupuesto
                       at end
                           move 'S' to ws-fin-archivo
                       not at end
                           if pre-anio = ws-periodo-anio
                               perform tomar-presupuesto
                           end-if
                   end-read
               end-perform
               close archivo-presupuesto
           end-if

           perform varying ws-rea-idx from 1 by 1
                   until ws-rea-idx > ws-total-rea
               move ws-rea-tab-periodo(ws-rea-idx) to ws-rea-periodo
               if ws-rea-anio = ws-periodo-anio
                       and ws-rea-mes <= ws-periodo-mes
                   perform tomar-real
               end-if
           end-perform.

       tomar-presupuesto.
           move pre-centro to ws-centro-buscado
           perform buscar-centro
           move 'S' to ws-cen-con-presup(ws-cen-idx)
           move pre-mes-monto(ws-periodo-mes)
               to ws-cen-pres-mes(ws-cen-idx)
           perform varying ws-mes-idx from 1 by 1
                   until ws-mes-idx > ws-periodo-mes
               add pre-mes-monto(ws-mes-idx)
                   to ws-cen-pres-acum(ws-cen-idx)
           end-perform.

       tomar-real.
           move ws-rea-tab-centro(ws-rea-idx) to ws-centro-buscado
           perform buscar-centro
           add ws-rea-tab-monto(ws-rea-idx)
               to ws-cen-real-acum(ws-cen-idx)
           if ws-rea-mes = ws-periodo-mes
               add ws-rea-tab-monto(ws-rea-idx)
                   to ws-cen-real-mes(ws-cen-idx)
           end-if.

       buscar-centro.
           perform varying ws-cen-idx from 1 by 1
                   until ws-cen-idx > ws-total-cen
                   or ws-cen-centro(ws-cen-idx) = ws-centro-buscado
               continue
           end-perform
           if ws-cen-idx > ws-total-cen
               if ws-total-cen >= wc-max-centros
                   display "Tabla de centros de costo llena"
                   stop run
               end-if
               add 1 to ws-total-cen
               move ws-centro-buscado to ws-cen-centro(ws-total-cen)
               move 'N' to ws-cen-con-presup(ws-total-cen)
               move 0   to ws-cen-real-mes(ws-total-cen)
               move 0   to ws-cen-real-acum(ws-total-cen)
               move 0   to ws-cen-pres-mes(ws-total-cen)
               move 0   to ws-cen-pres-acum(ws-total-cen)
           end-if.

       escribir-reporte.
           open output archivo-reporte
           if ws-estado-reporte not = '00'
               display "Error al abrir el reporte de presupuesto: "
                       ws-estado-reporte
               stop run
           end-if
           if ws-origen = 'X'
               move "PRESUPUESTO VS REAL EXTRAORDINARIA"
                   to wle-titulo
           end-if
           move ws-periodo    to wle-periodo
           move ws-tolerancia to wle-tolerancia
           write linea-reporte from ws-linea-encab-1
           write linea-reporte from spaces
           write linea-reporte from ws-linea-encab-2
           write linea-reporte from ws-linea-encab-3
           perform varying ws-cen-idx from 1 by 1
                   until ws-cen-idx > ws-total-cen
               perform escribir-renglon-centro
           end-perform

           move "TOTAL"           to wld-centro
           move ws-gran-real-mes  to wld-real-mes
           move ws-gran-pres-mes  to wld-pres-mes
           compute ws-variacion = ws-gran-real-mes - ws-gran-pres-mes
           move ws-variacion to wld-var-mes
           perform calcular-porcentaje-mes-total
           move ws-gran-real-acum to wld-real-acum
           move ws-gran-pres-acum to wld-pres-acum
           compute ws-variacion =
               ws-gran-real-acum - ws-gran-pres-acum
           move ws-variacion to wld-var-acum
           perform calcular-porcentaje-acum-total
           move spaces to wld-marca
           write linea-reporte from spaces
           write linea-reporte from ws-linea-detalle

           write linea-reporte from spaces
           move ws-total-excedidos  to wlp-excedidos
           write linea-reporte from ws-linea-pie-1
           move ws-total-sin-presup to wlp-sin-presup
           write linea-reporte from ws-linea-pie-2
           close archivo-reporte.

      *> Un centro sin presupuesto en el anio que tiene gasto se
      *> marca aparte; los demas se marcan si el mes o el acumulado
      *> rebasan el presupuesto en mas de la tolerancia.
       escribir-renglon-centro.
           move 'N' to ws-excede
           move ws-cen-centro(ws-cen-idx)    to wld-centro
           move ws-cen-real-mes(ws-cen-idx)  to wld-real-mes
           move ws-cen-pres-mes(ws-cen-idx)  to wld-pres-mes
           compute ws-variacion = ws-cen-real-mes(ws-cen-idx)
               - ws-cen-pres-mes(ws-cen-idx)
           move ws-variacion to wld-var-mes
           if ws-cen-pres-mes(ws-cen-idx) = 0
               move "     N/D" to wld-pct-mes
               if ws-cen-real-mes(ws-cen-idx) > 0
                   move 'S' to ws-excede
               end-if
           else
               compute ws-porcentaje rounded =
                   ws-variacion * 100 / ws-cen-pres-mes(ws-cen-idx)
               move ws-porcentaje to ws-porcentaje-ed
               move ws-porcentaje-x to wld-pct-mes
               if ws-porcentaje > ws-tolerancia
                   move 'S' to ws-excede
               end-if
           end-if

           move ws-cen-real-acum(ws-cen-idx) to wld-real-acum
           move ws-cen-pres-acum(ws-cen-idx) to wld-pres-acum
           compute ws-variacion = ws-cen-real-acum(ws-cen-idx)
               - ws-cen-pres-acum(ws-cen-idx)
           move ws-variacion to wld-var-acum
           if ws-cen-pres-acum(ws-cen-idx) = 0
               move "     N/D" to wld-pct-acum
               if ws-cen-real-acum(ws-cen-idx) > 0
                   move 'S' to ws-excede
               end-if
           else
               compute ws-porcentaje rounded =
                   ws-variacion * 100 / ws-cen-pres-acum(ws-cen-idx)
               move ws-porcentaje to ws-porcentaje-ed
               move ws-porcentaje-x to wld-pct-acum
               if ws-porcentaje > ws-tolerancia
                   move 'S' to ws-excede
               end-if
           end-if

           move spaces to wld-marca
           if ws-cen-con-presup(ws-cen-idx) = 'N'
               if ws-cen-real-acum(ws-cen-idx) > 0
                   move "*** SIN PRESUPUESTO" to wld-marca
                   add 1 to ws-total-sin-presup
               end-if
           else
               if ws-excede = 'S'
                   move "*** SOBRE TOLERANCIA" to wld-marca
                   add 1 to ws-total-excedidos
               end-if
           end-if
           write linea-reporte from ws-linea-detalle

           add ws-cen-real-mes(ws-cen-idx)  to ws-gran-real-mes
           add ws-cen-pres-mes(ws-cen-idx)  to ws-gran-pres-mes
           add ws-cen-real-acum(ws-cen-idx) to ws-gran-real-acum
           add ws-cen-pres-acum(ws-cen-idx) to ws-gran-pres-acum.

       calcular-porcentaje-mes-total.
           if ws-gran-pres-mes = 0
               move "     N/D" to wld-pct-mes
           else
               compute ws-porcentaje rounded =
                   ws-variacion * 100 / ws-gran-pres-mes
               move ws-porcentaje to ws-porcentaje-ed
               move ws-porcentaje-x to wld-pct-mes
           end-if.

       calcular-porcentaje-acum-total.
           if ws-gran-pres-acum = 0
               move "     N/D" to wld-pct-acum
           else
               compute ws-porcentaje rounded =
                   ws-variacion * 100 / ws-gran-pres-acum
               move ws-porcentaje to ws-porcentaje-ed
               move ws-porcentaje-x to wld-pct-acum
           end-if.

       end program Presupuesto.
