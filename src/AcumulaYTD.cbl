       input-output section.
       file-control.
           select archivo-estado-balanceo
               assign to dynamic ws-ruta-balanceo
               organization is line sequential
               access mode is sequential
               file status is ws-estado-veredicto.

           select archivo-control
               assign to dynamic ws-ruta-control
               organization is line sequential
               access mode is sequential
               file status is ws-estado-control.
       01 registro-control-ytd.
           05 ytc-periodo     pic 9(8).

      *> En los pagos 'X' de la extraordinaria las ultimas 3
      *> posiciones del nombre llevan el concepto del pago.
       fd archivo-historia.
       01 registro-historia.
           05 his-tipo            pic x.
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
           05 det-neto            pic 9(12).

       working-storage section.
      *> Con el parametro EXTRAORDINARIA se acumula la corrida fuera
      *> de ciclo: cada pago 'X' entra como percepcion de su concepto
      *> (sin sueldo bruto), con su propio control de doble acumulado.
       01 ws-param-modo       pic x(14) value spaces.
       01 ws-modo-extra       pic x value 'N'.
       01 ws-ruta-balanceo    pic x(40) value
              "data/balanceo_estado.dat".
       01 ws-ruta-control     pic x(40) value
              "data/ytd_control.dat".

       01 ws-estado-veredicto pic xx value spaces.
       01 ws-estado-control   pic xx value spaces.
       01 ws-estado-historia  pic xx value spaces.
               10 ws-mov-tab-emp-id  pic 9(6).
               10 ws-mov-tab-tipo    pic x(3).
               10 ws-mov-tab-clase   pic x.
               10 ws-mov-tab-monto   pic 9(9).
       01 ws-total-movs       pic 9(4) value 0.
       01 ws-mov-idx          pic 9(4) value 0.
       01 wc-max-movs         pic 9(4) value 5000.

       procedure division.
       inicio.
           perform determinar-modo-corrida
           perform verificar-balanceo
           perform verificar-periodo-no-acumulado
           move ws-periodo-x(1:4) to ws-anio
           perform cargar-empleados-historia
           if ws-modo-extra = 'N'
               perform cargar-movimientos
           end-if
           perform cargar-ytd
           perform marcar-periodo-acumulado
           perform acumular-empleados
           display "======================================"
           goback.

       determinar-modo-corrida.
           accept ws-param-modo from command-line
           if function upper-case(ws-param-modo) = "EXTRAORDINARIA"
               move 'S' to ws-modo-extra
               move "data/extraordinaria_estado.dat"
                   to ws-ruta-balanceo
               move "data/ytd_extra_control.dat" to ws-ruta-control
           end-if.

      *> Solo se acumula una corrida balanceada; la negativa limpia
      *> regresa con GOBACK para que Nocturno conserve el control.
       verificar-balanceo.
                   at end
                       move 'S' to ws-fin-historia
                   not at end
                       if his-periodo = ws-periodo
                           perform clasificar-historia
                       end-if
               end-read
           end-perform
           close archivo-historia.

       clasificar-historia.
           if ws-modo-extra = 'N'
               if his-tipo = 'E'
                   perform agregar-empleado
               end-if
           else
               if his-tipo = 'X'
                   perform agregar-pago-extraordinario
               end-if
           end-if.

      *> El pago extraordinario no tiene sueldo bruto: el empleado
      *> entra con bruto cero y el monto como percepcion del concepto.
       agregar-pago-extraordinario.
           perform agregar-empleado
           move his-nombre-emp to ws-emp-tab-nombre(ws-emp-idx)
           move 0              to ws-emp-tab-bruto(ws-emp-idx)
           if ws-total-movs >= wc-max-movs
               display "Tabla de movimientos llena"
               stop run
           end-if
           add 1 to ws-total-movs
           move his-emp-id   to ws-mov-tab-emp-id(ws-total-movs)
           move his-concepto to ws-mov-tab-tipo(ws-total-movs)
           move 'P'          to ws-mov-tab-clase(ws-total-movs)
           move his-salario  to ws-mov-tab-monto(ws-total-movs).

       agregar-empleado.
           perform varying ws-emp-idx from 1 by 1
                   until ws-emp-idx > ws-total-emp
