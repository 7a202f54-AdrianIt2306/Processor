      *> DEVENGO MENSUAL DE INTERESES Y CARGOS POR SOBREGIRO
      *> Al cierre del mes calcula sobre el saldo en linea de cada
      *> cliente el interes (saldo positivo) o el cargo por sobregiro
      *> (saldo negativo) segun la tabla de tasas por banda de saldo,
      *> actualiza cust_balance y deja cada movimiento en el mayor de
      *> clientes con su propio tipo para el estado de cuenta.
       identification division.
       program-id. Intereses.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select archivo-tasas
               assign to "data/tasas_intereses.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-tasas.

           select archivo-control
               assign to "data/intereses_control.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-control.

           select archivo-fecha
               assign to "data/fecha_proceso.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-fecha.

           select archivo-registro
               assign to "data/registro_intereses.txt"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-registro.

           select archivo-auditoria
               assign to "data/saldos_auditoria.txt"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-auditoria.

           select archivo-ledger
               assign to "data/clientes_ledger.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-ledger.

       data division.
       file section.
      *> Tasas mensuales por banda de saldo: tipo 'I' interes sobre
      *> saldos positivos, 'C' cargo sobre saldos negativos (por su
      *> valor absoluto). Limites superiores ascendentes por tipo; un
      *> saldo mayor al ultimo limite toma la ultima banda. La tasa
      *> es un porcentaje mensual con cuatro decimales y el cargo
      *> fijo se suma al cargo por sobregiro.
       fd archivo-tasas.
       01 registro-tasa.
           05 tas-tipo        pic x.
           05 filler          pic x.
           05 tas-limite      pic 9(9).
           05 filler          pic x.
           05 tas-tasa        pic 9(3)v9(4).
           05 filler          pic x.
           05 tas-cargo-fijo  pic 9(7).

      *> Meses ya devengados; el programa se niega a devengar dos
      *> veces el mismo mes.
       fd archivo-control.
       01 registro-control-interes.
           05 int-mes         pic 9(6).
           05 filler          pic x value space.
           05 int-fecha       pic 9(8).

      *> Fecha de negocio mantenida por Nocturno ('F' fecha/periodo
      *> vigentes; los 'H' son feriados y aqui se ignoran).
       fd archivo-fecha.
       01 registro-fecha.
           05 fpr-tipo        pic x.
           05 filler          pic x value space.
           05 fpr-fecha       pic 9(8).
           05 filler          pic x value space.
           05 fpr-periodo     pic 9(8).

       fd archivo-registro.
       01 linea-registro     pic x(100).

       fd archivo-auditoria.
       01 linea-auditoria    pic x(120).

      *> Mayor de clientes compartido con AbonoNomina; led-tipo 'I'
      *> interes, 'C' cargo por sobregiro.
       fd archivo-ledger.
       01 registro-ledger.
           05 led-cust-id     pic 9(10).
           05 filler          pic x value space.
           05 led-periodo     pic 9(8).
           05 filler          pic x value space.
           05 led-monto       pic 9(12).
           05 filler          pic x value space.
           05 led-saldo-despues pic s9(9)v99 sign leading separate.
           05 filler          pic x value space.
           05 led-tipo        pic x.

       working-storage section.

           exec sql include sqlca end-exec.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 hv-cust-id        PIC 9(10)  VALUE 0.
       01 hv-cust-balance   PIC S9(9)V99 VALUE 0.
       01 hv-cust-id-param  PIC 9(10)  VALUE 0.
       01 hv-cargo          PIC S9(9)V99 VALUE 0.
           EXEC SQL END DECLARE SECTION END-EXEC.

       01 ws-estado-tasas     pic xx value spaces.
       01 ws-estado-control   pic xx value spaces.
       01 ws-estado-fecha     pic xx value spaces.
       01 ws-estado-registro  pic xx value spaces.
       01 ws-estado-auditoria pic xx value spaces.
       01 ws-estado-ledger    pic xx value spaces.
       01 ws-fin-tasas        pic x value 'N'.
       01 ws-fin-control      pic x value 'N'.
       01 ws-fin-fecha        pic x value 'N'.
       01 ws-sentencia-actual pic x(60) value spaces.
       01 ws-sqlcode-edit     pic -(9)9.
       01 ws-sqlcode-fetch    pic s9(9) value 0.

       01 ws-param-mes        pic x(10) value spaces.
       01 ws-mes              pic 9(6) value 0.
       01 ws-mes-partes redefines ws-mes.
           05 ws-mes-anio     pic 9(4).
           05 ws-mes-num      pic 9(2).
       01 ws-fecha-proceso    pic 9(8) value 0.
       01 ws-fecha-proceso-x  redefines ws-fecha-proceso pic x(8).
       01 ws-primer-dia-sig   pic 9(8) value 0.
       01 ws-fecha-corte      pic 9(8) value 0.

       01 ws-tabla-tasas.
           05 ws-tas-tab occurs 20 times.
               10 ws-tas-tipo       pic x.
               10 ws-tas-limite     pic 9(9).
               10 ws-tas-tasa       pic 9(3)v9(4).
               10 ws-tas-cargo-fijo pic 9(7).
       01 ws-total-tasas      pic 99 value 0.
       01 ws-tas-idx          pic 99 value 0.
       01 ws-tas-ultima       pic 99 value 0.
       01 wc-max-tasas        pic 99 value 20.
       01 ws-tipo-buscado     pic x value space.

      *> Saldos de todos los clientes tomados antes de aplicar
      *> cargos, para no actualizar la tabla con el cursor abierto.
       01 ws-tabla-clientes.
           05 ws-cli-tab occurs 10000 times.
               10 ws-cli-cust-id  pic 9(10).
               10 ws-cli-saldo    pic s9(9)v99.
       01 ws-total-clientes   pic 9(5) value 0.
       01 ws-cli-idx          pic 9(5) value 0.
       01 wc-max-clientes     pic 9(5) value 10000.

       01 ws-saldo-absoluto   pic 9(9)v99 value 0.
       01 ws-monto            pic 9(12) value 0.
       01 ws-saldo-despues    pic s9(9)v99 value 0.

       01 ws-total-intereses  pic 9(5) value 0.
       01 ws-monto-intereses  pic 9(12) value 0.
       01 ws-total-cargos     pic 9(5) value 0.
       01 ws-monto-cargos     pic 9(12) value 0.
       01 ws-total-sin-mov    pic 9(5) value 0.
       01 ws-total-errores-sql pic 9(5) value 0.

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

       01 ws-linea-encab-1.
           05 filler          pic x(42) value
              "DEVENGO MENSUAL DE INTERESES Y CARGOS".
           05 filler          pic x(5)  value "MES: ".
           05 wle-mes         pic 9(6).
           05 filler          pic x(9)  value "  CORTE: ".
           05 wle-corte       pic 9(8).

       01 ws-linea-encab-2.
           05 filler          pic x(12) value "CLIENTE".
           05 filler          pic x(16) value "SALDO ANTERIOR".
           05 filler          pic x(18) value "CONCEPTO".
           05 filler          pic x(10) value "TASA %".
           05 filler          pic x(13) value "MONTO".
           05 filler          pic x(16) value "SALDO NUEVO".
           05 filler          pic x(15) value "RESULTADO".

       01 ws-linea-detalle.
           05 wld-id          pic z(9)9.
           05 filler          pic x(2)  value spaces.
           05 wld-saldo-ant   pic ---,---,--9.99.
           05 filler          pic x(2)  value spaces.
           05 wld-concepto    pic x(16).
           05 filler          pic x(2)  value spaces.
           05 wld-tasa        pic zz9.9999.
           05 filler          pic x(2)  value spaces.
           05 wld-monto       pic zzz,zzz,zz9.
           05 filler          pic x(2)  value spaces.
           05 wld-saldo-nuevo pic ---,---,--9.99.
           05 filler          pic x(2)  value spaces.
           05 wld-resultado   pic x(20).

       01 ws-linea-pie-1.
           05 filler          pic x(24) value
              "CLIENTES LEIDOS:        ".
           05 wlp-leidos      pic zzzz9.

       01 ws-linea-pie-2.
           05 filler          pic x(24) value
              "CON INTERES:            ".
           05 wlp-intereses   pic zzzz9.
           05 filler          pic x(4)  value spaces.
           05 wlp-monto-int   pic zzz,zzz,zzz,zz9.

       01 ws-linea-pie-3.
           05 filler          pic x(24) value
              "CON CARGO POR SOBREGIRO:".
           05 wlp-cargos      pic zzzz9.
           05 filler          pic x(4)  value spaces.
           05 wlp-monto-car   pic zzz,zzz,zzz,zz9.

       01 ws-linea-pie-4.
           05 filler          pic x(24) value
              "SIN MOVIMIENTO:         ".
           05 wlp-sin-mov     pic zzzz9.

       01 ws-linea-pie-5.
           05 filler          pic x(24) value
              "ERRORES SQL:            ".
           05 wlp-errores-sql pic zzzz9.

       procedure division.
       inicio.
           accept ws-param-mes from command-line
           perform determinar-mes
           perform verificar-mes-no-devengado
           perform cargar-tasas
           perform abrir-archivos
           perform cargar-clientes
           perform marcar-mes-devengado

           perform varying ws-cli-idx from 1 by 1
                   until ws-cli-idx > ws-total-clientes
               perform devengar-cliente
           end-perform

           perform escribir-pie-registro

           display "======================================"
           display "DEVENGO DE INTERESES DEL MES " ws-mes
           display "Clientes leidos:    " ws-total-clientes
           display "Con interes:        " ws-total-intereses
           display "Con cargo:          " ws-total-cargos
           display "Errores SQL:        " ws-total-errores-sql
           display "======================================"

           perform avisar-errores-sql
           perform cerrar-archivos
           goback.

      *> Se devenga el mes de la fecha de negocio; sin archivo de
      *> fecha, el de la fecha real. El interes se calcula sobre el
      *> saldo en linea, que solo es el saldo del cierre en el mes
      *> en curso: un parametro de otro mes devengaria con
      *> movimientos posteriores (o por adelantado) y asentaria el
      *> mayor fuera de orden, por eso se rechaza. La fecha de
      *> corte, con la que se asientan los movimientos, es el ultimo
      *> dia del mes.
       determinar-mes.
           move function current-date(1:8) to ws-fecha-proceso
           open input archivo-fecha
           if ws-estado-fecha = '00'
               perform until ws-fin-fecha = 'S'
                   read archivo-fecha
                       at end
                           move 'S' to ws-fin-fecha
                       not at end
                           if fpr-tipo = 'F'
                               move fpr-fecha to ws-fecha-proceso
                           end-if
                   end-read
               end-perform
               close archivo-fecha
           end-if
           move ws-fecha-proceso-x(1:6) to ws-mes

           if ws-param-mes not = spaces
               if function numval(ws-param-mes) not = ws-mes
                   display "Mes " ws-param-mes " distinto al de la "
                           "fecha de negocio (" ws-mes
                           "): NO SE DEVENGA"
                   stop run
               end-if
           end-if

           if ws-mes-num < 1 or ws-mes-num > 12
               display "Mes invalido: " ws-mes
               stop run
           end-if
           if ws-mes-num = 12
               compute ws-primer-dia-sig =
                   (ws-mes-anio + 1) * 10000 + 101
           else
               compute ws-primer-dia-sig = ws-mes * 100 + 101
           end-if
           compute ws-fecha-corte = function date-of-integer(
               function integer-of-date(ws-primer-dia-sig) - 1).

       verificar-mes-no-devengado.
           open input archivo-control
           if ws-estado-control not = '35'
               if ws-estado-control not = '00'
                   display "Error al abrir el control de intereses: "
                           ws-estado-control
                   stop run
               end-if
               perform until ws-fin-control = 'S'
                   read archivo-control
                       at end
                           move 'S' to ws-fin-control
                       not at end
                           if int-mes = ws-mes
                               display "MES " ws-mes
                                       " YA DEVENGADO: NO SE REPITE"
                               close archivo-control
                               goback
                           end-if
                   end-read
               end-perform
               close archivo-control
           end-if.

       cargar-tasas.
           open input archivo-tasas
           if ws-estado-tasas not = '00'
               display "Error al abrir la tabla de tasas: "
                       ws-estado-tasas
               stop run
           end-if
           perform until ws-fin-tasas = 'S'
               read archivo-tasas
                   at end
                       move 'S' to ws-fin-tasas
                   not at end
                       perform agregar-tasa
               end-read
           end-perform
           close archivo-tasas
           if ws-total-tasas = 0
               display "Tabla de tasas vacia"
               stop run
           end-if.

       agregar-tasa.
           if (tas-tipo not = 'I' and tas-tipo not = 'C')
                   or tas-limite is not numeric or tas-limite = 0
                   or tas-tasa is not numeric
                   or tas-cargo-fijo is not numeric
               display "Tasa invalida: " registro-tasa
               stop run
           end-if
           if ws-total-tasas >= wc-max-tasas
               display "Tabla de tasas llena"
               stop run
           end-if
           perform varying ws-tas-idx from ws-total-tasas by -1
                   until ws-tas-idx < 1
                   or ws-tas-tipo(ws-tas-idx) = tas-tipo
               continue
           end-perform
           if ws-tas-idx >= 1
               if tas-limite <= ws-tas-limite(ws-tas-idx)
                   display "Limites de tasa fuera de orden: "
                           registro-tasa
                   stop run
               end-if
           end-if
           add 1 to ws-total-tasas
           move tas-tipo       to ws-tas-tipo(ws-total-tasas)
           move tas-limite     to ws-tas-limite(ws-total-tasas)
           move tas-tasa       to ws-tas-tasa(ws-total-tasas)
           move tas-cargo-fijo to ws-tas-cargo-fijo(ws-total-tasas).

       abrir-archivos.
           open output archivo-registro
           if ws-estado-registro not = '00'
               display "Error al abrir el registro de intereses: "
                       ws-estado-registro
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
           end-if

           open extend archivo-ledger
           if ws-estado-ledger = '35'
               open output archivo-ledger
           end-if
           if ws-estado-ledger not = '00'
               display "Error al abrir el mayor de clientes: "
                       ws-estado-ledger
               stop run
           end-if

           move ws-mes         to wle-mes
           move ws-fecha-corte to wle-corte
           move spaces to linea-registro
           write linea-registro from ws-linea-encab-1
           write linea-registro from ws-linea-encab-2.

       cargar-clientes.
           move "DECLARE c1 CURSOR FOR SELECT ... FROM customers"
               to ws-sentencia-actual
           EXEC SQL
               DECLARE c1 CURSOR FOR
                   SELECT cust_id, cust_balance
                   FROM customers
                   ORDER BY cust_id
           END-EXEC

           move "OPEN c1" to ws-sentencia-actual
           EXEC SQL OPEN c1 END-EXEC
           perform registrar-si-error-sql

           if sqlcode not = 0
               display "OPEN CURSOR SQLCODE=" sqlcode
               display "OPEN CURSOR SQLSTATE=" sqlstate
               stop run
           end-if

           move "FETCH c1" to ws-sentencia-actual
           EXEC SQL
               FETCH c1 INTO :hv-cust-id, :hv-cust-balance
           END-EXEC
           perform registrar-si-error-sql

           perform until sqlcode not = 0
               perform agregar-cliente
               move "FETCH c1" to ws-sentencia-actual
               EXEC SQL
                   FETCH c1 INTO :hv-cust-id, :hv-cust-balance
               END-EXEC
               perform registrar-si-error-sql
           end-perform
           move sqlcode to ws-sqlcode-fetch

           EXEC SQL CLOSE c1 END-EXEC

      *> Un error a media lectura dejaria clientes sin devengar y el
      *> mes ya marcado: se detiene antes de marcarlo.
           if ws-sqlcode-fetch not = 100
               display "Error al leer clientes SQLCODE="
                       ws-sqlcode-fetch
               stop run
           end-if.

       agregar-cliente.
           if ws-total-clientes >= wc-max-clientes
               display "Tabla de clientes llena: " hv-cust-id
               stop run
           end-if
           add 1 to ws-total-clientes
           move hv-cust-id      to ws-cli-cust-id(ws-total-clientes)
           move hv-cust-balance to ws-cli-saldo(ws-total-clientes).

      *> El mes se marca devengado ANTES de aplicar cargos: un corte
      *> a medias deja clientes sin devengar (visibles en el
      *> registro) en lugar de permitir un doble cargo al repetir la
      *> corrida.
       marcar-mes-devengado.
           open extend archivo-control
           if ws-estado-control = '35'
               open output archivo-control
           end-if
           if ws-estado-control not = '00'
               display "Error al abrir el control de intereses: "
                       ws-estado-control
               stop run
           end-if
           move spaces         to registro-control-interes
           move ws-mes         to int-mes
           move ws-fecha-corte to int-fecha
           write registro-control-interes
           close archivo-control.

       devengar-cliente.
           move ws-cli-cust-id(ws-cli-idx) to hv-cust-id-param
           move 0 to ws-monto
           evaluate true
               when ws-cli-saldo(ws-cli-idx) > 0
                   move 'I' to ws-tipo-buscado
                   move ws-cli-saldo(ws-cli-idx) to ws-saldo-absoluto
               when ws-cli-saldo(ws-cli-idx) < 0
                   move 'C' to ws-tipo-buscado
                   compute ws-saldo-absoluto =
                       0 - ws-cli-saldo(ws-cli-idx)
               when other
                   move space to ws-tipo-buscado
           end-evaluate

           if ws-tipo-buscado not = space
               perform buscar-banda
               if ws-tas-ultima > 0
                   perform calcular-monto
               end-if
           end-if

           if ws-monto = 0
               add 1 to ws-total-sin-mov
           else
               perform aplicar-movimiento
           end-if.

      *> La banda es la primera cuyo limite cubre el saldo absoluto;
      *> si lo excede, la ultima del tipo.
       buscar-banda.
           move 0 to ws-tas-ultima
           perform varying ws-tas-idx from 1 by 1
                   until ws-tas-idx > ws-total-tasas
               if ws-tas-tipo(ws-tas-idx) = ws-tipo-buscado
                   if ws-tas-ultima = 0
                       move ws-tas-idx to ws-tas-ultima
                   else
                       if ws-saldo-absoluto >
                               ws-tas-limite(ws-tas-ultima)
                           move ws-tas-idx to ws-tas-ultima
                       end-if
                   end-if
               end-if
           end-perform.

      *> El mayor lleva montos enteros: el cargo se redondea a la
      *> unidad.
       calcular-monto.
           compute ws-monto rounded =
               ws-saldo-absoluto * ws-tas-tasa(ws-tas-ultima) / 100
           if ws-tipo-buscado = 'C'
               add ws-tas-cargo-fijo(ws-tas-ultima) to ws-monto
           end-if.

       aplicar-movimiento.
           if ws-tipo-buscado = 'I'
               move ws-monto to hv-cargo
           else
               compute hv-cargo = 0 - ws-monto
           end-if
           move "UPDATE customers SET cust_balance = ? WHERE ..."
               to ws-sentencia-actual
           EXEC SQL
               UPDATE customers
                  SET cust_balance = cust_balance + :hv-cargo
                WHERE cust_id = :hv-cust-id-param
           END-EXEC
           perform registrar-si-error-sql

           move spaces to ws-linea-detalle
           compute ws-saldo-despues =
               ws-cli-saldo(ws-cli-idx) + hv-cargo
           if sqlcode = 0
               if ws-tipo-buscado = 'I'
                   add 1        to ws-total-intereses
                   add ws-monto to ws-monto-intereses
               else
                   add 1        to ws-total-cargos
                   add ws-monto to ws-monto-cargos
               end-if
               perform grabar-ledger
               move "APLICADO" to wld-resultado
           else
               add 1 to ws-total-errores-sql
               move "ERROR SQL EN CARGO" to wld-resultado
           end-if
           perform escribir-detalle-registro.

       grabar-ledger.
           move spaces to registro-ledger
           move hv-cust-id-param to led-cust-id
           move ws-fecha-corte   to led-periodo
           move ws-monto         to led-monto
           move ws-saldo-despues to led-saldo-despues
           move ws-tipo-buscado  to led-tipo
           write registro-ledger.

       escribir-detalle-registro.
           move hv-cust-id-param         to wld-id
           move ws-cli-saldo(ws-cli-idx) to wld-saldo-ant
           if ws-tipo-buscado = 'I'
               move "INTERES"         to wld-concepto
           else
               move "CARGO SOBREGIRO" to wld-concepto
           end-if
           move ws-tas-tasa(ws-tas-ultima) to wld-tasa
           move ws-monto                   to wld-monto
           move ws-saldo-despues           to wld-saldo-nuevo
           write linea-registro from ws-linea-detalle.

       escribir-pie-registro.
           move ws-total-clientes    to wlp-leidos
           move ws-total-intereses   to wlp-intereses
           move ws-monto-intereses   to wlp-monto-int
           move ws-total-cargos      to wlp-cargos
           move ws-monto-cargos      to wlp-monto-car
           move ws-total-sin-mov     to wlp-sin-mov
           move ws-total-errores-sql to wlp-errores-sql

           write linea-registro from spaces
           write linea-registro from ws-linea-pie-1
           write linea-registro from ws-linea-pie-2
           write linea-registro from ws-linea-pie-3
           write linea-registro from ws-linea-pie-4
           write linea-registro from ws-linea-pie-5.

       avisar-errores-sql.
           if ws-total-errores-sql > 0
               display "CON ERRORES SQL: ATIENDA MANUALMENTE LOS "
                       "CLIENTES NO DEVENGADOS DEL REGISTRO"
           end-if.

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
           close archivo-registro
           close archivo-auditoria
           close archivo-ledger.

       end program Intereses.
