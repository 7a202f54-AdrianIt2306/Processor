       01 ws-total-clientes      pic 999999999 value 0.
       01 ws-total-coincidencias pic 999999999 value 0.
       01 ws-total-colisiones    pic 999999999 value 0.
       01 ws-total-sin-cliente   pic 999999999 value 0.

       01 ws-cust-id-corto       pic 9(6) value 0.
       01 ws-cust-id-valido      pic x value 'N'.

      *> Empleados en orden ascendente de id (el archivo relativo se
      *> lee en orden de clave), consultados con busqueda binaria.
      *> Se marca el empleado que tiene un cust_id con su id para
      *> listar al final los que no tienen cuenta de cliente.
       01 ws-tabla-empleados.
           05 ws-emp-tab occurs 1 to 50000 times
                   depending on ws-total-empleados
                   indexed by emp-ix.
               10 ws-emp-tab-id       pic 9(6).
               10 ws-emp-tab-nombre   pic x(20).
               10 ws-emp-tab-cliente  pic x.
       01 ws-emp-idx             pic 9(5) value 0.

       01 ws-linea-encab-1.
           05 filler          pic x(32) value
           05 filler          pic x(17) value "COLISIONES DE ID:".
           05 wlp-colisiones  pic zzzzzzzz9.

       01 ws-linea-pie-5.
           05 filler          pic x(17) value "SIN CTA CLIENTE: ".
           05 wlp-sin-cliente pic zzzzzzzz9.

       procedure division.
       inicio.
           perform abrir-archivos
           perform cargar-empleados
           perform conciliar-clientes
           perform reportar-empleados-sin-cliente
           perform escribir-pie-reporte
           perform cerrar-archivos
           goback.
           end-if
           add 1 to ws-total-empleados
           move emp-id     to ws-emp-tab-id(ws-total-empleados)
           move emp-nombre to ws-emp-tab-nombre(ws-total-empleados)
           move 'N'        to ws-emp-tab-cliente(ws-total-empleados).

       conciliar-clientes.
           EXEC SQL
                   at end
                       continue
                   when ws-emp-tab-id(emp-ix) = ws-cust-id-corto
                       move 'S' to ws-emp-tab-cliente(emp-ix)
                       perform comparar-nombre-empleado
               end-search
           end-if.
           move ws-cliente-nombre-completo  to wld-nombre
           write linea-excepcion from ws-linea-detalle.

      *> Un empleado sin cust_id con su id no puede recibir el abono
      *> de nomina; MantClientes puede darlo de alta desde esta lista.
       reportar-empleados-sin-cliente.
           perform varying ws-emp-idx from 1 by 1
                   until ws-emp-idx > ws-total-empleados
               if ws-emp-tab-cliente(ws-emp-idx) = 'N'
                   add 1 to ws-total-sin-cliente
                   move "EMPLEADO SIN CUENTA DE CLIENTE" to wld-tipo
                   move ws-emp-tab-id(ws-emp-idx)     to wld-id
                   move ws-emp-tab-nombre(ws-emp-idx) to wld-nombre
                   write linea-excepcion from ws-linea-detalle
               end-if
           end-perform.

       escribir-pie-reporte.
           move ws-total-empleados     to wlp-empleados
           move ws-total-clientes      to wlp-clientes
           move ws-total-coincidencias to wlp-coincidencias
           move ws-total-colisiones    to wlp-colisiones
           move ws-total-sin-cliente   to wlp-sin-cliente

           write linea-excepcion from spaces
           write linea-excepcion from ws-linea-pie-1
           write linea-excepcion from ws-linea-pie-2
           write linea-excepcion from ws-linea-pie-3
           write linea-excepcion from ws-linea-pie-4
           write linea-excepcion from ws-linea-pie-5.

       cerrar-archivos.
           close archivo-empleados
