               access mode is sequential
               file status is ws-estado-errores.

           select archivo-historia
               assign to "data/nomina_historia.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-historia.

           select archivo-fecha
               assign to "data/fecha_proceso.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-fecha.

       data division.
       file section.
       fd archivo-empleados.
           05 emp-salario     pic 9(6).
           05 emp-depto       pic x(4).

      *> El periodo efectivo solo aplica a un cambio de salario que
      *> rige desde un periodo ya pagado; en blanco o cero el cambio
      *> rige desde la corrida actual. El operador que captura viaja
      *> hasta Mantenimiento para el control dual de aumentos.
       fd archivo-transacciones.
       01 registro-transaccion.
           05 trans-codigo       pic x.
           05 trans-emp-nombre   pic x(20).
           05 trans-emp-salario  pic 9(6).
           05 trans-emp-depto    pic x(4).
           05 trans-periodo-efectivo pic 9(8).
           05 trans-periodo-efectivo-x
                   redefines trans-periodo-efectivo pic x(8).
           05 trans-operador     pic x(8).

       fd archivo-limpias.
       01 registro-limpia        pic x(53).

      *> Registro original mas codigo y descripcion del rechazo, para
      *> devolverlo a quien capturo el lote.
       fd archivo-errores.
       01 registro-error.
           05 err-registro       pic x(53).
           05 filler             pic x value space.
           05 err-codigo         pic x(3).
           05 filler             pic x value space.
           05 err-descripcion    pic x(30).

       fd archivo-historia.
       01 registro-historia.
           05 his-tipo            pic x.
           05 filler              pic x value space.
           05 his-periodo         pic 9(8).
           05 filler              pic x value space.
           05 his-emp-id          pic 9(6).
           05 filler              pic x value space.
           05 his-nombre          pic x(30).
           05 filler              pic x value space.
           05 his-salario         pic 9(9).
           05 filler              pic x value space.
           05 his-depto           pic x(4).

      *> Fecha de negocio mantenida por Nocturno ('F' fecha/periodo
      *> vigentes; los 'H' son feriados y aqui se ignoran).
       fd archivo-fecha.
       01 registro-fecha.
           05 fpr-tipo        pic x.
           05 filler          pic x value space.
           05 fpr-fecha       pic 9(8).
           05 filler          pic x value space.
           05 fpr-periodo     pic 9(8).

       working-storage section.
       01 ws-estado-archivo   pic xx value spaces.
       01 ws-estado-trans     pic xx value spaces.
       01 ws-estado-errores   pic xx value spaces.
       01 ws-fin-archivo      pic x value 'N'.
       01 ws-fin-trans        pic x value 'N'.
       01 ws-estado-historia  pic xx value spaces.
       01 ws-estado-fecha     pic xx value spaces.
       01 ws-fin-historia     pic x value 'N'.
       01 ws-fin-fecha        pic x value 'N'.
       01 ws-periodo          pic 9(8) value 0.

      *> Periodos con nomina pagada ('E' en la historia): un periodo
      *> efectivo anterior a la corrida debe ser uno de ellos.
       01 ws-tabla-periodos.
           05 ws-per-tab-periodo occurs 2000 times pic 9(8).
       01 ws-total-periodos   pic 9(4) value 0.
       01 ws-per-idx          pic 9(4) value 0.
       01 wc-max-periodos     pic 9(4) value 2000.

       01 ws-codigo-rechazo   pic x(3) value spaces.
       01 ws-descripcion      pic x(30) value spaces.

       procedure division.
       inicio.
           perform leer-fecha-proceso
           perform abrir-archivos
           perform cargar-empleados
           perform cargar-periodos-pagados
           perform editar-transacciones

           display "======================================"
           perform cerrar-archivos
           goback.

       leer-fecha-proceso.
           move function current-date(1:8) to ws-periodo
           open input archivo-fecha
           if ws-estado-fecha = '00'
               perform until ws-fin-fecha = 'S'
                   read archivo-fecha
                       at end
                           move 'S' to ws-fin-fecha
                       not at end
                           if fpr-tipo = 'F'
                               move fpr-periodo to ws-periodo
                           end-if
                   end-read
               end-perform
               close archivo-fecha
           end-if.

       abrir-archivos.
           open input archivo-empleados
           if ws-estado-archivo = '35'
           add 1 to ws-total-maestro
           move emp-id to ws-mae-id(ws-total-maestro).

      *> Sin historia todavia no hay periodos pagados: cualquier
      *> periodo efectivo anterior a la corrida se rechaza.
       cargar-periodos-pagados.
           open input archivo-historia
           if ws-estado-historia = '00'
               perform until ws-fin-historia = 'S'
                   read archivo-historia
                       at end
                           move 'S' to ws-fin-historia
                       not at end
                           if his-tipo = 'E'
                               perform agregar-periodo-pagado
                           end-if
                   end-read
               end-perform
               close archivo-historia
           end-if.

       agregar-periodo-pagado.
           perform buscar-periodo-pagado
           if ws-per-idx > ws-total-periodos
               if ws-total-periodos >= wc-max-periodos
                   display "Tabla de periodos pagados llena"
                   stop run
               end-if
               add 1 to ws-total-periodos
               move his-periodo to ws-per-tab-periodo(ws-total-periodos)
           end-if.

       buscar-periodo-pagado.
           perform varying ws-per-idx from 1 by 1
                   until ws-per-idx > ws-total-periodos
                   or ws-per-tab-periodo(ws-per-idx) = his-periodo
               continue
           end-perform.

      *> La existencia combina el maestro con las altas y bajas ya
      *> aceptadas del lote: manda la entrada mas reciente del delta.
       determinar-existencia.
                   and (trans-codigo = 'A' or trans-codigo = 'C')
               perform validar-salario
           end-if
           if ws-codigo-rechazo = spaces
               perform validar-periodo-efectivo
           end-if
           if ws-codigo-rechazo = spaces
               perform validar-operador
           end-if
           if ws-codigo-rechazo = spaces
               perform validar-existencia
           end-if
               end-if
           end-if.

      *> El periodo efectivo de un cambio de salario debe ser la
      *> corrida actual o un periodo ya pagado; en ningun otro tipo
      *> de transaccion tiene sentido.
       validar-periodo-efectivo.
           if trans-periodo-efectivo-x = spaces
               move zeros to trans-periodo-efectivo
           end-if
           if trans-periodo-efectivo is not numeric
               move "E07" to ws-codigo-rechazo
               move "PERIODO EFECTIVO NO NUMERICO" to ws-descripcion
           else
               if trans-periodo-efectivo > 0
                   if trans-codigo not = 'C'
                       move "E08" to ws-codigo-rechazo
                       move "PERIODO EFECTIVO SOLO CAMBIOS"
                           to ws-descripcion
                   else
                       perform validar-periodo-pagado
                   end-if
               end-if
           end-if.

       validar-periodo-pagado.
           if trans-periodo-efectivo > ws-periodo
               move "E09" to ws-codigo-rechazo
               move "PERIODO EFECTIVO POSTERIOR" to ws-descripcion
           else
               if trans-periodo-efectivo < ws-periodo
                   move trans-periodo-efectivo to his-periodo
                   perform buscar-periodo-pagado
                   if ws-per-idx > ws-total-periodos
                       move "E10" to ws-codigo-rechazo
                       move "PERIODO EFECTIVO SIN NOMINA"
                           to ws-descripcion
                   end-if
               end-if
           end-if.

      *> Sin operador el control dual no puede distinguir a quien
      *> capturo de quien aprueba.
       validar-operador.
           if trans-operador = spaces
               move "E11" to ws-codigo-rechazo
               move "OPERADOR EN BLANCO" to ws-descripcion
           end-if.

       validar-existencia.
           perform determinar-existencia
           if trans-codigo = 'C' or trans-codigo = 'D'
