       01 ws-tipo-idx         pic 99 value 0.
       01 wc-max-tipos        pic 99 value 20.

      *> Deducciones que calcula Retencion; ademas de su total por
      *> tipo salen sumadas en el pie del registro.
       01 wc-tipo-isr         pic x(3) value "ISR".
       01 wc-tipo-imss        pic x(3) value "IMS".

       01 ws-contador         pic 9(4) value 0.
       01 ws-movs-invalidos   pic 9(4) value 0.
       01 ws-movs-sin-emp     pic 9(4) value 0.
       01 ws-total-bruto      pic 9(12) value 0.
       01 ws-total-percepciones pic 9(12) value 0.
       01 ws-total-deducciones  pic 9(12) value 0.
       01 ws-total-retenciones  pic 9(12) value 0.
       01 ws-total-neto       pic s9(12) value 0.

       01 ws-linea-encab-1.
           05 filler          pic x(22) value "TOTAL DEDUCCIONES:    ".
           05 wlp-deducciones pic zzz,zzz,zz9.

       01 ws-linea-pie-4b.
           05 filler          pic x(22) value "  RETENCIONES ISR/IMSS".
           05 wlp-retenciones pic zzz,zzz,zz9.

       01 ws-linea-pie-5.
           05 filler          pic x(22) value "TOTAL NETO:           ".
           05 wlp-neto        pic ---,---,--9.
               move '-' to wlv-signo
               add ws-mov-tab-monto(ws-mov-idx)
                   to ws-emp-deducciones
               if ws-mov-tab-tipo(ws-mov-idx) = wc-tipo-isr
                       or ws-mov-tab-tipo(ws-mov-idx) = wc-tipo-imss
                   add ws-mov-tab-monto(ws-mov-idx)
                       to ws-total-retenciones
               end-if
           end-if
           write linea-registro from ws-linea-movimiento
           perform acumular-total-tipo.
                  " TIPO " delimited by size
                  ws-mov-tab-tipo(ws-mov-idx)
                      delimited by size
                  " MONTO " delimited by size
                  ws-mov-tab-monto(ws-mov-idx)
                      delimited by size
                  into linea-registro
           end-string
           write linea-registro.
           move ws-total-bruto        to wlp-bruto
           move ws-total-percepciones to wlp-percepciones
           move ws-total-deducciones  to wlp-deducciones
           move ws-total-retenciones  to wlp-retenciones
           move ws-total-neto         to wlp-neto
           move ws-movs-sin-emp       to wlp-sin-emp
           move ws-movs-invalidos     to wlp-invalidos
           write linea-registro from ws-linea-pie-2
           write linea-registro from ws-linea-pie-3
           write linea-registro from ws-linea-pie-4
           write linea-registro from ws-linea-pie-4b
           write linea-registro from ws-linea-pie-5
           write linea-registro from ws-linea-pie-6
           write linea-registro from ws-linea-pie-7.
