           05 filler          pic x(14) value "VERIFICA".
           05 filler          pic x(14) value "EDITATRANS".
           05 filler          pic x(14) value "MANTENIMIENTO".
           05 filler          pic x(14) value "APROBACIONES".
           05 filler          pic x(14) value "RETROACTIVO".
           05 filler          pic x(14) value "RETENCION".
           05 filler          pic x(14) value "PRESTAMOS".
           05 filler          pic x(14) value "PROGRAM1".
           05 filler          pic x(14) value "BALANCEO".
           05 filler          pic x(14) value "CONCILIA".
           05 filler          pic x(14) value "ABONONOMINA".
           05 filler          pic x(14) value "PAGONETO".
           05 filler          pic x(14) value "POLIZA".
           05 filler          pic x(14) value "PRESUPUESTO".
           05 filler          pic x(14) value "ACUMULAYTD".
           05 filler          pic x(14) value "EXCEPCIONES".
       01 ws-tabla-pasos redefines wc-nombres-pasos.
           05 ws-paso-nombre occurs 16 times pic x(14).
       01 wc-total-pasos      pic 99 value 16.

       01 ws-paso-idx         pic 99 value 0.
       01 ws-modo-reanudar    pic x value 'N'.
      *> Si la verificacion previa encontro hallazgos, el ciclo se
      *> detiene aqui: el paso queda en 'I' y el ciclo en 'I', de
      *> modo que la siguiente corrida vuelva a verificar antes de
      *> dejar correr la cadena sobre datos malos. El reporte de
      *> excepciones se arma de todos modos para que los hallazgos
      *> aparezcan en la revision de la manana.
       comprobar-verificacion.
           open input archivo-verificacion
           if ws-estado-verif not = '00'
           write linea-fechas
           close archivo-reporte-fechas
           close archivo-control
           display " " upon command-line
           call "Excepciones"
           cancel "Excepciones"
           goback.

       crear-registro-paso.
               when "MANTENIMIENTO"
                   call "Mantenimiento"
                   cancel "Mantenimiento"
               when "APROBACIONES"
                   call "Aprobaciones"
                   cancel "Aprobaciones"
               when "RETROACTIVO"
                   call "Retroactivo"
                   cancel "Retroactivo"
               when "RETENCION"
                   call "Retencion"
                   cancel "Retencion"
               when "PRESTAMOS"
                   call "Prestamos"
                   cancel "Prestamos"
               when "PROGRAM1"
                   call "Program1"
                   cancel "Program1"
               when "POLIZA"
                   call "Poliza"
                   cancel "Poliza"
               when "PRESUPUESTO"
                   call "Presupuesto"
                   cancel "Presupuesto"
               when "ACUMULAYTD"
                   call "AcumulaYTD"
                   cancel "AcumulaYTD"
               when "EXCEPCIONES"
                   call "Excepciones"
                   cancel "Excepciones"
           end-evaluate.

       marcar-paso-completo.
