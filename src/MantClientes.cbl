      *> MANTENIMIENTO DE CLIENTES
      *> Altas (apertura), cambios de nombre y bajas (cierre) de la
      *> tabla customers por lote. Cada transaccion se valida contra
      *> la base antes de aplicarse: no se abre un cust_id que ya
      *> existe ni se cierra una cuenta con saldo distinto de cero.
      *> Con el parametro CONCILIA, en lugar del archivo de
      *> transacciones da de alta a los empleados que la conciliacion
      *> reporta sin cuenta de cliente.
       identification division.
       program-id. MantClientes.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select archivo-transacciones
               assign to "data/clientes_trans.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-trans.

           select archivo-conciliacion
               assign to "data/excepciones_conciliacion.txt"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-conciliacion.

           select archivo-log
               assign to "data/clientes_mantenimiento_log.txt"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-log.

           select archivo-journal
               assign to "data/clientes_journal.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-journal.

           select archivo-auditoria
               assign to "data/saldos_auditoria.txt"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-auditoria.

       data division.
       file section.
      *> 'A' apertura, 'C' cambio de nombre, 'D' cierre (solo usa
      *> el id).
       fd archivo-transacciones.
       01 registro-transaccion.
           05 clt-codigo      pic x.
           05 clt-cust-id     pic 9(10).
           05 clt-nombre      pic x(40).
           05 clt-apellido    pic x(40).

      *> Linea de detalle del reporte de Concilia; el id va editado.
       fd archivo-conciliacion.
       01 linea-conciliacion.
           05 con-tipo        pic x(36).
           05 filler          pic x.
           05 con-id          pic z(9)9.
           05 filler          pic x.
           05 con-nombre      pic x(32).

       fd archivo-log.
       01 linea-log          pic x(80).

      *> Journal de imagenes por lote: 'B' imagen anterior (cambios y
      *> cierres), 'A' imagen posterior (aperturas y cambios).
       fd archivo-journal.
       01 registro-journal.
           05 jcl-lote        pic x(14).
           05 filler          pic x value space.
           05 jcl-codigo      pic x.
           05 filler          pic x value space.
           05 jcl-imagen      pic x.
           05 filler          pic x value space.
           05 jcl-cust-id     pic 9(10).
           05 filler          pic x value space.
           05 jcl-nombre      pic x(40).
           05 filler          pic x value space.
           05 jcl-apellido    pic x(40).
           05 filler          pic x value space.
           05 jcl-saldo       pic s9(9)v99 sign leading separate.

       fd archivo-auditoria.
       01 linea-auditoria    pic x(120).

       working-storage section.

           exec sql include sqlca end-exec.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 hv-cust-id        PIC 9(10)  VALUE 0.
       01 hv-cust-name      PIC X(100) VALUE SPACES.
       01 hv-cust-last      PIC X(100) VALUE SPACES.
       01 hv-cust-balance   PIC S9(9)V99 VALUE 0.
       01 hv-cust-id-param  PIC 9(10)  VALUE 0.
           EXEC SQL END DECLARE SECTION END-EXEC.

       01 ws-estado-trans     pic xx value spaces.
       01 ws-estado-conciliacion pic xx value spaces.
       01 ws-estado-log       pic xx value spaces.
       01 ws-estado-journal   pic xx value spaces.
       01 ws-estado-auditoria pic xx value spaces.
       01 ws-fin-trans        pic x value 'N'.
       01 ws-param-modo       pic x(14) value spaces.
       01 ws-modo-concilia    pic x value 'N'.
       01 ws-lote             pic x(14) value spaces.
       01 ws-sentencia-actual pic x(60) value spaces.
       01 ws-sqlcode-edit     pic -(9)9.
       01 ws-trans-valida     pic x value 'N'.
       01 ws-imagen-journal   pic x value space.
       01 ws-puntero          pic 99 value 0.

       01 ws-transaccion.
           05 wtr-codigo      pic x.
           05 wtr-cust-id     pic 9(10).
           05 wtr-nombre      pic x(40).
           05 wtr-apellido    pic x(40).

       01 ws-total-altas      pic 9999 value 0.
       01 ws-total-cambios    pic 9999 value 0.
       01 ws-total-bajas      pic 9999 value 0.
       01 ws-total-errores    pic 9999 value 0.

       01 ws-fecha-hora.
           05 wfh-yyyy        pic 9(4).
           05 filler          pic x value "-".
           05 wfh-mm          pic 9(2).
           05 filler          pic x value "-".
           05 wfh-dd          pic 9(2).
           05 filler          pic x value " ".
           05 wfh-hh          pic 9(2).
           05 filler          pic x value ":".
           05 wfh-mi          pic 9(2).
           05 filler          pic x value ":".
           05 wfh-ss          pic 9(2).

       01 ws-linea-resultado.
           05 wlr-codigo      pic x.
           05 filler          pic x value space.
           05 wlr-id          pic z(9)9.
           05 filler          pic x value space.
           05 wlr-resultado   pic x(40).

       procedure division.
       inicio.
           accept ws-param-modo from command-line
           if function upper-case(ws-param-modo) = "CONCILIA"
               move 'S' to ws-modo-concilia
           end-if
           move function current-date(1:14) to ws-lote
           display "LOTE DE MANTENIMIENTO DE CLIENTES: " ws-lote
           perform abrir-archivos
           if ws-modo-concilia = 'S'
               perform procesar-conciliacion
           else
               perform procesar-transacciones
           end-if
           perform escribir-resumen
           perform cerrar-archivos
           goback.

       abrir-archivos.
           if ws-modo-concilia = 'S'
               open input archivo-conciliacion
               if ws-estado-conciliacion not = '00'
                   display "Error al abrir el reporte de conciliacion: "
                           ws-estado-conciliacion
                   stop run
               end-if
           else
               open input archivo-transacciones
               if ws-estado-trans not = '00'
                   display "Error al abrir el archivo de "
                           "transacciones: " ws-estado-trans
                   stop run
               end-if
           end-if

           open output archivo-log
           if ws-estado-log not = '00'
               display "Error al abrir el archivo de log: "
                       ws-estado-log
               stop run
           end-if

           open extend archivo-journal
           if ws-estado-journal = '35'
               open output archivo-journal
           end-if
           if ws-estado-journal not = '00'
               display "Error al abrir el journal: "
                       ws-estado-journal
               stop run
           end-if

           open extend archivo-auditoria
           if ws-estado-auditoria = '35'
               open output archivo-auditoria
           end-if
           if ws-estado-auditoria not = '00'
               display "Error al abrir el archivo de auditoria: "
                       ws-estado-auditoria
               stop run
           end-if.

       procesar-transacciones.
           perform until ws-fin-trans = 'S'
               read archivo-transacciones
                   at end
                       move 'S' to ws-fin-trans
                   not at end
                       move registro-transaccion to ws-transaccion
                       perform procesar-transaccion
               end-read
           end-perform.

      *> Cada empleado que Concilia lista sin cuenta se abre con su
      *> emp-id como cust_id; el nombre de nomina se parte en la
      *> primera palabra (cust_name) y el resto (cust_last_name),
      *> que es como Concilia vuelve a armar el nombre completo.
       procesar-conciliacion.
           perform until ws-fin-trans = 'S'
               read archivo-conciliacion
                   at end
                       move 'S' to ws-fin-trans
                   not at end
                       if con-tipo = "EMPLEADO SIN CUENTA DE CLIENTE"
                           perform armar-alta-conciliacion
                           perform procesar-transaccion
                       end-if
               end-read
           end-perform.

       armar-alta-conciliacion.
           move spaces to ws-transaccion
           move 'A'    to wtr-codigo
           move con-id to wtr-cust-id
           move 1      to ws-puntero
           unstring con-nombre delimited by all space
               into wtr-nombre
               with pointer ws-puntero
           end-unstring
           if ws-puntero <= 32
               move con-nombre(ws-puntero:) to wtr-apellido
           end-if.

       procesar-transaccion.
           move wtr-codigo  to wlr-codigo
           move 0           to wlr-id
           if wtr-cust-id is numeric
               move wtr-cust-id to wlr-id
           end-if
           perform validar-transaccion
           if ws-trans-valida = 'S'
               evaluate wtr-codigo
                   when 'A'
                       perform alta-cliente
                   when 'C'
                       perform cambio-cliente
                   when 'D'
                       perform baja-cliente
               end-evaluate
           else
               add 1 to ws-total-errores
               perform escribir-linea-log
           end-if.

      *> La validacion deja en hv-cust-* la imagen actual del cliente
      *> (si existe) para el journal de cambios y cierres.
       validar-transaccion.
           move 'N' to ws-trans-valida
           evaluate true
               when wtr-codigo not = 'A' and wtr-codigo not = 'C'
                       and wtr-codigo not = 'D'
                   move "CODIGO DE TRANSACCION INVALIDO"
                       to wlr-resultado
               when wtr-cust-id is not numeric or wtr-cust-id = 0
                   move "ID DE CLIENTE INVALIDO" to wlr-resultado
               when wtr-codigo not = 'D' and wtr-nombre = spaces
                   move "NOMBRE EN BLANCO" to wlr-resultado
               when other
                   perform validar-contra-base
           end-evaluate.

       validar-contra-base.
           move wtr-cust-id to hv-cust-id-param
           move "SELECT ... FROM customers WHERE cust_id = ?"
               to ws-sentencia-actual
           EXEC SQL
               SELECT cust_id, cust_name, cust_last_name, cust_balance
                 INTO :hv-cust-id, :hv-cust-name, :hv-cust-last,
                      :hv-cust-balance
                 FROM customers
                WHERE cust_id = :hv-cust-id-param
           END-EXEC
           perform registrar-si-error-sql

           evaluate true
               when sqlcode not = 0 and sqlcode not = 100
                   move "ERROR SQL EN CONSULTA" to wlr-resultado
               when wtr-codigo = 'A' and sqlcode = 0
                   move "ALTA RECHAZADA: CLIENTE YA EXISTE"
                       to wlr-resultado
               when wtr-codigo = 'C' and sqlcode = 100
                   move "CAMBIO RECHAZADO: CLIENTE NO EXISTE"
                       to wlr-resultado
               when wtr-codigo = 'D' and sqlcode = 100
                   move "BAJA RECHAZADA: CLIENTE NO EXISTE"
                       to wlr-resultado
               when wtr-codigo = 'D' and hv-cust-balance not = 0
                   move "BAJA RECHAZADA: SALDO DISTINTO DE CERO"
                       to wlr-resultado
               when other
                   move 'S' to ws-trans-valida
           end-evaluate.

       alta-cliente.
           move wtr-cust-id  to hv-cust-id
           move wtr-nombre   to hv-cust-name
           move wtr-apellido to hv-cust-last
           move 0            to hv-cust-balance
           move "INSERT INTO customers VALUES (?, ?, ?, 0)"
               to ws-sentencia-actual
           EXEC SQL
               INSERT INTO customers
                      (cust_id, cust_name, cust_last_name,
                       cust_balance)
               VALUES (:hv-cust-id, :hv-cust-name, :hv-cust-last,
                       :hv-cust-balance)
           END-EXEC
           perform registrar-si-error-sql

           if sqlcode = 0
               add 1 to ws-total-altas
               move 'A' to ws-imagen-journal
               perform grabar-journal
               move "ALTA APLICADA" to wlr-resultado
           else
               add 1 to ws-total-errores
               move "ERROR SQL EN ALTA" to wlr-resultado
           end-if
           perform escribir-linea-log.

      *> El cambio solo toca el nombre; el saldo no se mantiene aqui.
       cambio-cliente.
           move 'B' to ws-imagen-journal
           perform grabar-journal
           move wtr-nombre   to hv-cust-name
           move wtr-apellido to hv-cust-last
           move "UPDATE customers SET cust_name = ?, ... WHERE ..."
               to ws-sentencia-actual
           EXEC SQL
               UPDATE customers
                  SET cust_name      = :hv-cust-name,
                      cust_last_name = :hv-cust-last
                WHERE cust_id = :hv-cust-id-param
           END-EXEC
           perform registrar-si-error-sql

           if sqlcode = 0
               add 1 to ws-total-cambios
               move 'A' to ws-imagen-journal
               perform grabar-journal
               move "CAMBIO APLICADO" to wlr-resultado
           else
               add 1 to ws-total-errores
               move "ERROR SQL EN CAMBIO" to wlr-resultado
           end-if
           perform escribir-linea-log.

      *> El saldo se vuelve a exigir en cero en el propio DELETE por
      *> si hubo un movimiento despues de la validacion.
       baja-cliente.
           move "DELETE FROM customers WHERE cust_id = ? AND ..."
               to ws-sentencia-actual
           EXEC SQL
               DELETE FROM customers
                WHERE cust_id = :hv-cust-id-param
                  AND cust_balance = 0
           END-EXEC
           perform registrar-si-error-sql

           evaluate sqlcode
               when 0
                   add 1 to ws-total-bajas
                   move 'B' to ws-imagen-journal
                   perform grabar-journal
                   move "BAJA APLICADA" to wlr-resultado
               when 100
                   add 1 to ws-total-errores
                   move "BAJA RECHAZADA: SALDO DISTINTO DE CERO"
                       to wlr-resultado
               when other
                   add 1 to ws-total-errores
                   move "ERROR SQL EN BAJA" to wlr-resultado
           end-evaluate
           perform escribir-linea-log.

      *> La imagen sale de hv-cust-*: antes de aplicar es la que leyo
      *> la validacion; despues, la que se grabo.
       grabar-journal.
           move spaces            to registro-journal
           move ws-lote           to jcl-lote
           move ws-imagen-journal to jcl-imagen
           move wtr-codigo        to jcl-codigo
           move hv-cust-id-param  to jcl-cust-id
           move hv-cust-name      to jcl-nombre
           move hv-cust-last      to jcl-apellido
           move hv-cust-balance   to jcl-saldo
           write registro-journal.

       escribir-linea-log.
           move spaces to linea-log
           write linea-log from ws-linea-resultado.

       escribir-resumen.
           write linea-log from spaces
           move spaces to linea-log
           string "ALTAS APLICADAS:   " delimited by size
                  ws-total-altas delimited by size
                  into linea-log
           end-string
           write linea-log

           move spaces to linea-log
           string "CAMBIOS APLICADOS: " delimited by size
                  ws-total-cambios delimited by size
                  into linea-log
           end-string
           write linea-log

           move spaces to linea-log
           string "BAJAS APLICADAS:   " delimited by size
                  ws-total-bajas delimited by size
                  into linea-log
           end-string
           write linea-log

           move spaces to linea-log
           string "ERRORES:           " delimited by size
                  ws-total-errores delimited by size
                  into linea-log
           end-string
           write linea-log

           display "======================================"
           display "Altas aplicadas:   " ws-total-altas
           display "Cambios aplicados: " ws-total-cambios
           display "Bajas aplicadas:   " ws-total-bajas
           display "Errores:           " ws-total-errores
           display "Vea data/clientes_mantenimiento_log.txt"
           display "======================================".

       registrar-si-error-sql.
           if sqlcode not = 0 and sqlcode not = 100
               perform formatear-fecha-hora
               move sqlcode to ws-sqlcode-edit
               move spaces to linea-auditoria
               string ws-fecha-hora      delimited by size
                      " SQLCODE="        delimited by size
                      ws-sqlcode-edit    delimited by size
                      " SQLSTATE="       delimited by size
                      sqlstate           delimited by size
                      " STMT="           delimited by size
                      function trim(ws-sentencia-actual)
                                         delimited by size
                      into linea-auditoria
               end-string
               write linea-auditoria
           end-if.

       formatear-fecha-hora.
           move function current-date(1:4)  to wfh-yyyy
           move function current-date(5:2)  to wfh-mm
           move function current-date(7:2)  to wfh-dd
           move function current-date(9:2)  to wfh-hh
           move function current-date(11:2) to wfh-mi
           move function current-date(13:2) to wfh-ss.

       cerrar-archivos.
           if ws-modo-concilia = 'S'
               close archivo-conciliacion
           else
               close archivo-transacciones
           end-if
           close archivo-log
           close archivo-journal
           close archivo-auditoria.

       end program MantClientes.
