       01 wc-max-det          pic 9(5) value 50000.

       01 ws-tipo-idx         pic 99 value 0.

      *> Retenciones que calcula Retencion; el estado las resume
      *> aparte porque son el impuesto retenido del anio.
       01 wc-tipo-isr         pic x(3) value "ISR".
       01 wc-tipo-imss        pic x(3) value "IMS".
       01 ws-emp-isr          pic 9(12) value 0.
       01 ws-emp-imss         pic 9(12) value 0.
       01 ws-total-empleados  pic 9(5) value 0.

       01 ws-linea-separador  pic x(76) value all "=".
           05 filler          pic x(2)  value ": ".
           05 wlk-total       pic zzz,zzz,zz9.

       01 ws-linea-isr.
           05 filler          pic x(26) value
              "ISR RETENIDO EN EL ANIO:  ".
           05 wli-isr         pic zzz,zzz,zz9.

       01 ws-linea-imss.
           05 filler          pic x(26) value
              "IMSS RETENIDO EN EL ANIO: ".
           05 wli-imss        pic zzz,zzz,zz9.

       procedure division.
       inicio.
           accept ws-param-anio from command-line
           write linea-reporte from ws-linea-total

           write linea-reporte from spaces
           move 0 to ws-emp-isr
           move 0 to ws-emp-imss
           perform varying ws-tipo-idx from 1 by 1
                   until ws-tipo-idx > ytd-total-tipos
               move ytd-tipo-codigo(ws-tipo-idx) to wlk-tipo
               move ytd-tipo-clase(ws-tipo-idx)  to wlk-clase
               move ytd-tipo-monto(ws-tipo-idx)  to wlk-total
               write linea-reporte from ws-linea-tipo
               perform acumular-retencion-anual
           end-perform

           write linea-reporte from spaces
           move ws-emp-isr  to wli-isr
           move ws-emp-imss to wli-imss
           write linea-reporte from ws-linea-isr
           write linea-reporte from ws-linea-imss
           write linea-reporte from spaces.

       acumular-retencion-anual.
           if ytd-tipo-clase(ws-tipo-idx) = 'D'
               if ytd-tipo-codigo(ws-tipo-idx) = wc-tipo-isr
                   add ytd-tipo-monto(ws-tipo-idx) to ws-emp-isr
               end-if
               if ytd-tipo-codigo(ws-tipo-idx) = wc-tipo-imss
                   add ytd-tipo-monto(ws-tipo-idx) to ws-emp-imss
               end-if
           end-if.

       imprimir-detalle-periodo.
           move ws-det-periodo(ws-det-idx)      to wld-periodo
           move ws-det-bruto(ws-det-idx)        to wld-bruto
