       input-output section.
       file-control.
           select archivo-estado-balanceo
               assign to dynamic ws-ruta-balanceo
               organization is line sequential
               access mode is sequential
               file status is ws-estado-veredicto.
               file status is ws-estado-tipos.

           select archivo-poliza
               assign to dynamic ws-ruta-poliza
               organization is line sequential
               access mode is sequential
               file status is ws-estado-poliza.

           select archivo-reporte
               assign to dynamic ws-ruta-reporte
               organization is line sequential
               access mode is sequential
               file status is ws-estado-reporte.
       01 linea-reporte          pic x(100).

       working-storage section.
      *> Con el parametro EXTRAORDINARIA se contabiliza la corrida
      *> fuera de ciclo: sus subtotales 'Y' de la historia, en una
      *> poliza y un reporte propios; no lleva totales por tipo.
       01 ws-param-modo       pic x(14) value spaces.
       01 ws-modo-extra       pic x value 'N'.
       01 ws-tipo-subtotal    pic x value 'D'.
       01 ws-ruta-balanceo    pic x(40) value
              "data/balanceo_estado.dat".
       01 ws-ruta-poliza      pic x(40) value
              "data/poliza_gl.dat".
       01 ws-ruta-reporte     pic x(40) value
              "data/reporte_poliza.txt".

       01 ws-estado-veredicto pic xx value spaces.
       01 ws-estado-deptos    pic xx value spaces.
       01 ws-estado-historia  pic xx value spaces.

      *> Cuentas contables de la interfaz de nomina.
       01 wc-cuenta-sueldos       pic x(6) value "510100".
       01 wc-cuenta-extraordinarios pic x(6) value "510300".
       01 wc-cuenta-percepciones  pic x(6) value "510200".
       01 wc-cuenta-deducciones   pic x(6) value "210100".
       01 wc-cuenta-por-pagar     pic x(6) value "210200".
      *> Las retenciones que calcula Retencion son un pasivo con la
      *> autoridad, no una deduccion general: cada una a su cuenta.
       01 wc-cuenta-isr-retenido  pic x(6) value "210300".
       01 wc-cuenta-imss-retenido pic x(6) value "210400".
       01 wc-tipo-isr             pic x(3) value "ISR".
       01 wc-tipo-imss            pic x(3) value "IMS".
      *> Centro de costo de suspenso para departamentos sin centro:
      *> la poliza sale cuadrada y la excepcion queda en el reporte.
       01 wc-centro-suspenso      pic x(6) value "SUSPEN".
       01 ws-mdep-idx         pic 99 value 0.
       01 wc-max-deptos       pic 99 value 50.

      *> Subtotales 'D' (o 'Y' de la extraordinaria) del periodo; si
      *> el periodo se regrabo, la ultima aparicion de cada
      *> departamento es la que vale.
       01 ws-tabla-deptos.
           05 ws-dep-tab occurs 50 times.
               10 ws-dep-tab-codigo   pic x(4).
       01 ws-total-sueldos       pic 9(12) value 0.
       01 ws-total-percepciones  pic 9(12) value 0.
       01 ws-total-deducciones   pic 9(12) value 0.
       01 ws-total-retenciones   pic 9(12) value 0.
       01 ws-total-neto          pic s9(12) value 0.
       01 ws-total-cargos        pic 9(12) value 0.
       01 ws-total-abonos        pic 9(12) value 0.
       01 ws-centro-asiento      pic x(6) value spaces.

       01 ws-linea-encab-1.
           05 wle-titulo      pic x(30) value
              "POLIZA CONTABLE DE NOMINA".
           05 filler          pic x(9)  value "PERIODO: ".
           05 wle-periodo     pic 9(8).
              "TOTAL DEDUCCIONES:      ".
           05 wlp-deducciones pic zzz,zzz,zzz,zz9.

       01 ws-linea-pie-3b.
           05 filler          pic x(24) value
              "  RETENCIONES A ENTERAR:".
           05 wlp-retenciones pic zzz,zzz,zzz,zz9.

       01 ws-linea-pie-4.
           05 filler          pic x(24) value
              "TOTAL CARGOS:           ".

       procedure division.
       inicio.
           perform determinar-modo-corrida
           perform verificar-balanceo
           perform abrir-archivos
           perform cargar-maestro-deptos
           perform cargar-subtotales-historia
           if ws-modo-extra = 'N'
               perform cargar-totales-tipo
           end-if
           perform generar-poliza
           perform escribir-pie-reporte

           perform cerrar-archivos
           goback.

       determinar-modo-corrida.
           accept ws-param-modo from command-line
           if function upper-case(ws-param-modo) = "EXTRAORDINARIA"
               move 'S' to ws-modo-extra
               move 'Y' to ws-tipo-subtotal
               move "data/extraordinaria_estado.dat"
                   to ws-ruta-balanceo
               move "data/poliza_gl_extra.dat"    to ws-ruta-poliza
               move "data/reporte_poliza_extra.txt" to ws-ruta-reporte
               move "POLIZA NOMINA EXTRAORDINARIA" to wle-titulo
           end-if.

      *> Solo se contabiliza una corrida balanceada; las negativas
      *> limpias regresan con GOBACK para que Nocturno conserve el
      *> control, igual que en AbonoNomina.
               stop run
           end-if

           if ws-modo-extra = 'N'
               open input archivo-tipos
               if ws-estado-tipos = '35'
                   open output archivo-tipos
                   close archivo-tipos
                   open input archivo-tipos
               end-if
               if ws-estado-tipos not = '00'
                   display "Error al abrir los totales por tipo: "
                           ws-estado-tipos
                   stop run
               end-if
           end-if

           open output archivo-poliza
                   at end
                       move 'S' to ws-fin-historia
                   not at end
                       if his-tipo = ws-tipo-subtotal
                               and his-periodo = ws-periodo
                           perform agregar-subtotal-depto
                       end-if
       asentar-sueldos-depto.
           perform buscar-centro-costo
           move ws-centro-asiento   to wpd-centro
           move 'C'                 to wpd-naturaleza
           move spaces              to wpd-concepto
           if ws-modo-extra = 'S'
               move wc-cuenta-extraordinarios to wpd-cuenta
               string "PAGOS EXTRA DEPTO " delimited by size
                      ws-dep-tab-codigo(ws-dep-idx) delimited by size
                      into wpd-concepto
               end-string
           else
               move wc-cuenta-sueldos to wpd-cuenta
               string "SUELDOS DEPTO " delimited by size
                      ws-dep-tab-codigo(ws-dep-idx) delimited by size
                      into wpd-concepto
               end-string
           end-if
           move ws-dep-tab-subtotal(ws-dep-idx) to wpd-monto
           add ws-dep-tab-subtotal(ws-dep-idx)  to ws-total-sueldos
           add ws-dep-tab-subtotal(ws-dep-idx)  to ws-total-cargos
                   to ws-total-percepciones
               add ws-tipo-tab-total(ws-tipo-idx) to ws-total-cargos
           else
               move 'A'                    to wpd-naturaleza
               evaluate ws-tipo-tab-codigo(ws-tipo-idx)
                   when wc-tipo-isr
                       move wc-cuenta-isr-retenido to wpd-cuenta
                       move "ISR RETENIDO POR ENTERAR"
                           to wpd-concepto
                       add ws-tipo-tab-total(ws-tipo-idx)
                           to ws-total-retenciones
                   when wc-tipo-imss
                       move wc-cuenta-imss-retenido to wpd-cuenta
                       move "IMSS OBRERO POR ENTERAR"
                           to wpd-concepto
                       add ws-tipo-tab-total(ws-tipo-idx)
                           to ws-total-retenciones
                   when other
                       move wc-cuenta-deducciones  to wpd-cuenta
                       string "DEDUCCION " delimited by size
                              ws-tipo-tab-codigo(ws-tipo-idx)
                                  delimited by size
                              into wpd-concepto
                       end-string
               end-evaluate
               add ws-tipo-tab-total(ws-tipo-idx)
                   to ws-total-deducciones
               add ws-tipo-tab-total(ws-tipo-idx) to ws-total-abonos
           move ws-total-sueldos      to wlp-sueldos
           move ws-total-percepciones to wlp-percepciones
           move ws-total-deducciones  to wlp-deducciones
           move ws-total-retenciones  to wlp-retenciones
           move ws-total-cargos       to wlp-cargos
           move ws-total-abonos       to wlp-abonos
           move ws-total-excepciones  to wlp-excepciones
           write linea-reporte from ws-linea-pie-1
           write linea-reporte from ws-linea-pie-2
           write linea-reporte from ws-linea-pie-3
           write linea-reporte from ws-linea-pie-3b
           write linea-reporte from ws-linea-pie-4
           write linea-reporte from ws-linea-pie-5
           write linea-reporte from ws-linea-pie-6
