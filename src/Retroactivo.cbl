      *> CALCULO DE SALARIO RETROACTIVO
      *> Corre en la cadena despues de Mantenimiento y antes de
      *> Retencion. Por cada cambio de salario aplicado con periodo
      *> efectivo anterior, busca en la historia los periodos que el
      *> empleado cobro con el salario anterior y calcula la
      *> diferencia periodo por periodo. El retroactivo calculado no
      *> se paga: queda retenido con folio en retro_retenidos.dat y
      *> el registro detalla cada periodo para que Recursos Humanos
      *> lo firme. Solo los folios que Recursos Humanos autoriza en
      *> retro_autorizaciones.dat se pagan, en la misma corrida que
      *> lee la autorizacion, como percepciones 'P' de tipo RET del
      *> periodo en curso; los rechazados no se pagan.
       identification division.
       program-id. Retroactivo.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select archivo-retro
               assign to "data/retro_solicitudes.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-retro.

           select archivo-historia
               assign to "data/nomina_historia.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-historia.

           select archivo-movimientos
               assign to "data/movimientos.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-movs.

           select archivo-registro
               assign to "data/registro_retroactivo.txt"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-registro.

           select archivo-fecha
               assign to "data/fecha_proceso.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-fecha.

           select archivo-retenidos
               assign to "data/retro_retenidos.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-retenidos.

           select archivo-retenidos-arch
               assign to "data/retro_retenidos_arch.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-ret-arch.

           select archivo-autorizaciones
               assign to "data/retro_autorizaciones.dat"
               organization is line sequential
               access mode is sequential
               file status is ws-estado-autorizaciones.

       data division.
       file section.
      *> Solicitudes que deja Mantenimiento al aplicar un cambio de
      *> salario con periodo efectivo.
       fd archivo-retro.
       01 registro-retro.
           05 rso-emp-id          pic 9(6).
           05 filler              pic x value space.
           05 rso-nombre          pic x(20).
           05 filler              pic x value space.
           05 rso-salario-ant     pic 9(6).
           05 filler              pic x value space.
           05 rso-salario-nuevo   pic 9(6).
           05 filler              pic x value space.
           05 rso-periodo-efectivo pic 9(8).
           05 filler              pic x value space.
           05 rso-lote            pic x(14).

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

       fd archivo-movimientos.
       01 registro-movimiento.
           05 mov-emp-id      pic 9(6).
           05 mov-tipo        pic x(3).
           05 mov-clase       pic x.
           05 mov-monto       pic 9(6).
           05 mov-periodo     pic 9(8).

       fd archivo-registro.
       01 linea-registro     pic x(110).

      *> Fecha de negocio mantenida por Nocturno ('F' fecha/periodo
      *> vigentes; los 'H' son feriados y aqui se ignoran).
       fd archivo-fecha.
       01 registro-fecha.
           05 fpr-tipo        pic x.
           05 filler          pic x value space.
           05 fpr-fecha       pic 9(8).
           05 filler          pic x value space.
           05 fpr-periodo     pic 9(8).

      *> Retroactivos calculados en espera de la firma de Recursos
      *> Humanos; el registro se maneja en ws-retenido.
       fd archivo-retenidos.
       01 linea-retenido     pic x(90).

      *> Resguardo de los folios resueltos en ciclos anteriores.
       fd archivo-retenidos-arch.
       01 linea-retenido-arch pic x(90).

      *> Decisiones de Recursos Humanos sobre los folios retenidos:
      *> 'A' autoriza el pago, 'R' lo rechaza.
       fd archivo-autorizaciones.
       01 registro-autorizacion.
           05 aut-folio       pic 9(8).
           05 aut-accion      pic x.
           05 aut-operador    pic x(8).

       working-storage section.
       01 ws-estado-retro     pic xx value spaces.
       01 ws-estado-historia  pic xx value spaces.
       01 ws-estado-movs      pic xx value spaces.
       01 ws-estado-registro  pic xx value spaces.
       01 ws-estado-fecha     pic xx value spaces.
       01 ws-estado-retenidos pic xx value spaces.
       01 ws-estado-ret-arch  pic xx value spaces.
       01 ws-estado-autorizaciones pic xx value spaces.
       01 ws-fin-retenidos    pic x value 'N'.
       01 ws-fin-autorizaciones pic x value 'N'.
       01 ws-autorizacion-valida pic x value 'N'.
       01 ws-fin-retro        pic x value 'N'.
       01 ws-fin-historia     pic x value 'N'.
       01 ws-fin-fecha        pic x value 'N'.
       01 ws-periodo          pic 9(8) value 0.

      *> Percepcion que genera este paso.
       01 wc-tipo-retroactivo pic x(3) value "RET".
       01 wc-max-movimiento   pic 9(6) value 999999.

      *> Estado 'P' pendiente de firma, 'A' autorizado y pagado,
      *> 'R' rechazado; 'C' es el registro de control del folio.
       01 ws-retenido.
           05 ret-folio           pic 9(8).
           05 filler              pic x value space.
           05 ret-estado          pic x.
           05 filler              pic x value space.
           05 ret-emp-id          pic 9(6).
           05 filler              pic x value space.
           05 ret-nombre          pic x(20).
           05 filler              pic x value space.
           05 ret-monto           pic 9(9).
           05 filler              pic x value space.
           05 ret-periodo-calculo pic 9(8).
           05 filler              pic x value space.
           05 ret-periodos        pic 9(4).
           05 filler              pic x value space.
           05 ret-autorizador     pic x(8).
           05 filler              pic x value space.
           05 ret-fecha-resolucion pic 9(8).
           05 filler              pic x value space.
           05 ret-periodo-pago    pic 9(8).

       01 ws-tabla-retenidos.
           05 ws-ret-tab occurs 5000 times pic x(90).
       01 ws-total-retenidos  pic 9(4) value 0.
       01 ws-ret-idx          pic 9(4) value 0.
       01 wc-max-retenidos    pic 9(4) value 5000.
       01 ws-ultimo-folio     pic 9(8) value 0.
       01 ws-depurar-resueltos pic x value 'N'.
       01 ws-total-archivados pic 9(4) value 0.
       01 ws-fecha-negocio    pic 9(8) value 0.
       01 ws-por-pagar        pic 9(9) value 0.

      *> Folios autorizados en esta corrida, por pagar una vez que
      *> el archivo de retenidos ya los tiene marcados.
       01 ws-tabla-autorizados.
           05 ws-aut-ret-idx occurs 5000 times pic 9(4).
       01 ws-aut-idx          pic 9(4) value 0.

       01 ws-tabla-solicitudes.
           05 ws-sol-tab occurs 1000 times.
               10 ws-sol-emp-id      pic 9(6).
               10 ws-sol-nombre      pic x(20).
               10 ws-sol-salario     pic 9(6).
               10 ws-sol-salario-ant pic 9(6).
               10 ws-sol-efectivo    pic 9(8).
       01 ws-total-solicitudes pic 9(4) value 0.
       01 ws-sol-idx          pic 9(4) value 0.
       01 ws-sol-idx-2        pic 9(4) value 0.
       01 ws-sol-aplica       pic 9(4) value 0.
       01 ws-sol-primera      pic 9(4) value 0.
       01 wc-max-solicitudes  pic 9(4) value 1000.

      *> Pagos 'E' de la historia de los empleados con solicitud,
      *> desde su periodo efectivo; si un periodo se regrabo, la
      *> ultima aparicion es la que vale.
       01 ws-tabla-pagos.
           05 ws-pag-tab occurs 20000 times.
               10 ws-pag-emp-id      pic 9(6).
               10 ws-pag-periodo     pic 9(8).
               10 ws-pag-salario     pic 9(9).
       01 ws-total-pagos      pic 9(5) value 0.
       01 ws-pag-idx          pic 9(5) value 0.
       01 wc-max-pagos        pic 9(5) value 20000.

       01 ws-emp-actual       pic 9(6) value 0.
       01 ws-ya-procesado     pic x value 'N'.
       01 ws-diferencia       pic s9(9) value 0.
       01 ws-salario-base     pic 9(9) value 0.
       01 ws-emp-retroactivo  pic 9(9) value 0.
       01 ws-emp-periodos     pic 9(4) value 0.
       01 ws-total-empleados  pic 9(4) value 0.
       01 ws-total-afectados  pic 9(5) value 0.
       01 ws-total-retroactivo pic 9(12) value 0.
       01 ws-total-autorizados pic 9(4) value 0.
       01 ws-monto-autorizado pic 9(12) value 0.
       01 ws-total-rechazados pic 9(4) value 0.
       01 ws-total-errores-aut pic 9(4) value 0.
       01 ws-total-movs-ret   pic 9(5) value 0.
       01 ws-total-pendientes pic 9(4) value 0.
       01 ws-monto-pendiente  pic 9(12) value 0.

       01 ws-linea-encab-1.
           05 filler          pic x(30) value
              "REGISTRO DE RETROACTIVOS".
           05 filler          pic x(9)  value "PERIODO: ".
           05 wle-periodo     pic 9(8).

       01 ws-linea-seccion-1.
           05 filler          pic x(40) value
              "AUTORIZACIONES DE RECURSOS HUMANOS".

       01 ws-linea-seccion-2.
           05 filler          pic x(40) value
              "RETROACTIVOS CALCULADOS EN ESTE CICLO".

       01 ws-linea-seccion-3.
           05 filler          pic x(40) value
              "RETROACTIVOS PENDIENTES DE FIRMA".

       01 ws-linea-encab-folio.
           05 filler          pic x(10) value "FOLIO".
           05 filler          pic x(8)  value "    ID".
           05 filler          pic x(22) value "NOMBRE".
           05 filler          pic x(13) value "        MONTO".
           05 filler          pic x(2)  value spaces.
           05 filler          pic x(9)  value "OPERADOR".
           05 filler          pic x(26) value "RESULTADO".

       01 ws-linea-folio.
           05 wlf-folio       pic 9(8).
           05 filler          pic x(2)  value spaces.
           05 wlf-id          pic zzzzz9.
           05 filler          pic x(2)  value spaces.
           05 wlf-nombre      pic x(20).
           05 filler          pic x(2)  value spaces.
           05 wlf-monto       pic zzz,zzz,zz9.
           05 filler          pic x(2)  value spaces.
           05 wlf-operador    pic x(8).
           05 filler          pic x value space.
           05 wlf-resultado   pic x(40).

       01 ws-linea-sin-datos.
           05 filler          pic x(10) value spaces.
           05 filler          pic x(20) value "NINGUNO".

       01 ws-linea-encab-2.
           05 filler          pic x(8)  value "    ID".
           05 filler          pic x(22) value "NOMBRE".
           05 filler          pic x(11) value "PERIODO".
           05 filler          pic x(14) value "PAGO ANTERIOR".
           05 filler          pic x(13) value "  PAGO NUEVO".
           05 filler          pic x(13) value "  DIFERENCIA".

       01 ws-linea-detalle.
           05 wld-id          pic zzzzz9.
           05 filler          pic x(2)  value spaces.
           05 wld-nombre      pic x(20).
           05 filler          pic x(2)  value spaces.
           05 wld-periodo     pic 9(8).
           05 filler          pic x(2)  value spaces.
           05 wld-anterior    pic zzz,zzz,zz9.
           05 filler          pic x(2)  value spaces.
           05 wld-nuevo       pic zzz,zzz,zz9.
           05 filler          pic x(2)  value spaces.
           05 wld-diferencia  pic ---,---,--9.

       01 ws-linea-total-emp.
           05 filler          pic x(8)  value spaces.
           05 filler          pic x(30) value
              "RETROACTIVO RETENIDO (RET):".
           05 wlt-monto       pic zzz,zzz,zz9.
           05 filler          pic x(8)  value "  FOLIO ".
           05 wlt-folio       pic x(8).

       01 ws-linea-sin-pagos.
           05 wls-id          pic zzzzz9.
           05 filler          pic x(2)  value spaces.
           05 wls-nombre      pic x(20).
           05 filler          pic x(2)  value spaces.
           05 filler          pic x(41) value
              "SIN PERIODOS PAGADOS CON SALARIO ANTERIOR".

       01 ws-linea-pie-1.
           05 filler          pic x(26) value
              "SOLICITUDES PROCESADAS:   ".
           05 wlp-solicitudes pic zzz9.

       01 ws-linea-pie-2.
           05 filler          pic x(26) value
              "EMPLEADOS CON RETROACTIVO:".
           05 wlp-empleados   pic zzz9.

       01 ws-linea-pie-3.
           05 filler          pic x(26) value
              "PERIODOS AFECTADOS:       ".
           05 wlp-afectados   pic zzzz9.

       01 ws-linea-pie-4.
           05 filler          pic x(26) value
              "TOTAL RETENIDO EN CICLO:  ".
           05 wlp-total       pic zzz,zzz,zzz,zz9.

       01 ws-linea-pie-5.
           05 filler          pic x(26) value
              "FOLIOS AUTORIZADOS:       ".
           05 wlp-autorizados pic zzz9.
           05 filler          pic x(10) value "   MONTO: ".
           05 wlp-monto-aut   pic zzz,zzz,zzz,zz9.

       01 ws-linea-pie-6.
           05 filler          pic x(26) value
              "MOVIMIENTOS RET GRABADOS: ".
           05 wlp-movs-ret    pic zzzz9.

       01 ws-linea-pie-7.
           05 filler          pic x(26) value
              "FOLIOS RECHAZADOS:        ".
           05 wlp-rechazados  pic zzz9.

       01 ws-linea-pie-8.
           05 filler          pic x(26) value
              "DECISIONES CON ERROR:     ".
           05 wlp-errores-aut pic zzz9.

       01 ws-linea-pie-9.
           05 filler          pic x(26) value
              "PENDIENTES DE FIRMA:      ".
           05 wlp-pendientes  pic zzz9.
           05 filler          pic x(10) value "   MONTO: ".
           05 wlp-monto-pend  pic zzz,zzz,zzz,zz9.

       procedure division.
       inicio.
           perform leer-fecha-proceso
           perform abrir-registro
           perform cargar-retenidos
           perform procesar-autorizaciones
           if ws-total-autorizados > 0
               perform regrabar-retenidos
               perform pagar-autorizados
           end-if
           perform cargar-solicitudes

           if ws-total-solicitudes > 0
               perform cargar-pagos-historia
               perform calcular-retroactivos
           end-if

           move 'S' to ws-depurar-resueltos
           perform regrabar-retenidos
           if ws-total-solicitudes > 0
               perform vaciar-solicitudes
           end-if
           perform escribir-pendientes-firma
           perform escribir-pie-registro

           display "======================================"
           display "RETROACTIVOS PERIODO " ws-periodo
           display "Solicitudes:          " ws-total-solicitudes
           display "Retenidos en ciclo:   " ws-total-empleados
           display "Total retenido:       " ws-total-retroactivo
           display "Folios autorizados:   " ws-total-autorizados
           display "Monto autorizado:     " ws-monto-autorizado
           display "Folios rechazados:    " ws-total-rechazados
           display "Pendientes de firma:  " ws-total-pendientes
           display "Folios archivados:    " ws-total-archivados
           display "======================================"

           close archivo-registro
           goback.

       leer-fecha-proceso.
           move function current-date(1:8) to ws-periodo
           move function current-date(1:8) to ws-fecha-negocio
           open input archivo-fecha
           if ws-estado-fecha = '00'
               perform until ws-fin-fecha = 'S'
                   read archivo-fecha
                       at end
                           move 'S' to ws-fin-fecha
                       not at end
                           if fpr-tipo = 'F'
                               move fpr-fecha   to ws-fecha-negocio
                               move fpr-periodo to ws-periodo
                           end-if
                   end-read
               end-perform
               close archivo-fecha
           end-if.

       abrir-registro.
           open output archivo-registro
           if ws-estado-registro not = '00'
               display "Error al abrir el registro de retroactivos: "
                       ws-estado-registro
               stop run
           end-if
           move ws-periodo to wle-periodo
           move spaces to linea-registro
           write linea-registro from ws-linea-encab-1.

      *> El folio sigue la numeracion del propio archivo de retenidos.
      *> El registro de control (estado 'C') conserva el ultimo folio
      *> asignado aunque los resueltos ya se hayan archivado; no entra
      *> a la tabla y se vuelve a grabar al frente al regrabar.
       cargar-retenidos.
           open input archivo-retenidos
           if ws-estado-retenidos not = '35'
               if ws-estado-retenidos not = '00'
                   display "Error al abrir los retroactivos retenidos: "
                           ws-estado-retenidos
                   stop run
               end-if
               perform until ws-fin-retenidos = 'S'
                   read archivo-retenidos
                       at end
                           move 'S' to ws-fin-retenidos
                       not at end
                           perform agregar-retenido-leido
                   end-read
               end-perform
               close archivo-retenidos
           end-if.

       agregar-retenido-leido.
           move linea-retenido to ws-retenido
           if ret-folio is numeric and ret-folio > ws-ultimo-folio
               move ret-folio to ws-ultimo-folio
           end-if
           if ret-estado not = 'C'
               perform verificar-espacio-retenidos
               add 1 to ws-total-retenidos
               move linea-retenido to ws-ret-tab(ws-total-retenidos)
           end-if.

       verificar-espacio-retenidos.
           if ws-total-retenidos >= wc-max-retenidos
               display "Tabla de retroactivos retenidos llena"
               stop run
           end-if.

      *> Las decisiones se procesan antes del calculo del ciclo: un
      *> folio se firma sobre el registro de un ciclo anterior. Una
      *> decision repetida se rechaza como folio ya resuelto, asi que
      *> el archivo puede quedar capturado de un dia para otro.
       procesar-autorizaciones.
           write linea-registro from spaces
           write linea-registro from ws-linea-seccion-1
           write linea-registro from ws-linea-encab-folio
           open input archivo-autorizaciones
           if ws-estado-autorizaciones = '35'
               write linea-registro from ws-linea-sin-datos
           else
               if ws-estado-autorizaciones not = '00'
                   display "Error al abrir las autorizaciones de "
                           "retroactivo: " ws-estado-autorizaciones
                   stop run
               end-if
               perform until ws-fin-autorizaciones = 'S'
                   read archivo-autorizaciones
                       at end
                           move 'S' to ws-fin-autorizaciones
                       not at end
                           perform procesar-autorizacion
                   end-read
               end-perform
               close archivo-autorizaciones
           end-if.

       procesar-autorizacion.
           perform validar-autorizacion
           if ws-autorizacion-valida = 'S'
               move aut-operador     to ret-autorizador
               move ws-fecha-negocio to ret-fecha-resolucion
               if aut-accion = 'R'
                   move 'R' to ret-estado
                   add 1 to ws-total-rechazados
                   move "RECHAZADO: NO SE PAGA" to wlf-resultado
               else
                   move 'A' to ret-estado
                   move ws-periodo to ret-periodo-pago
                   add 1 to ws-total-autorizados
                   move ws-ret-idx
                       to ws-aut-ret-idx(ws-total-autorizados)
                   add ret-monto to ws-monto-autorizado
                   move "AUTORIZADO: PAGADO EN ESTE PERIODO"
                       to wlf-resultado
               end-if
               move ws-retenido to ws-ret-tab(ws-ret-idx)
           else
               add 1 to ws-total-errores-aut
           end-if
           write linea-registro from ws-linea-folio.

       validar-autorizacion.
           move 'N' to ws-autorizacion-valida
           move spaces to ws-linea-folio
           move aut-operador to wlf-operador
           if aut-folio is not numeric
               move 0 to wlf-folio
               move "FOLIO NO NUMERICO" to wlf-resultado
           else
               move aut-folio to wlf-folio
               perform buscar-retenido
      *> Un folio que ya no esta en la tabla pero no pasa del ultimo
      *> asignado se resolvio en un ciclo anterior y fue archivado.
               evaluate true
                   when ws-ret-idx > ws-total-retenidos
                           and (aut-folio = 0
                                or aut-folio > ws-ultimo-folio)
                       move "FOLIO NO EXISTE" to wlf-resultado
                   when ws-ret-idx > ws-total-retenidos
                       move "FOLIO YA RESUELTO" to wlf-resultado
                   when ret-estado not = 'P'
                       move "FOLIO YA RESUELTO" to wlf-resultado
                   when aut-accion not = 'A' and aut-accion not = 'R'
                       move "ACCION INVALIDA" to wlf-resultado
                   when aut-operador = spaces
                       move "OPERADOR EN BLANCO" to wlf-resultado
                   when other
                       move 'S' to ws-autorizacion-valida
               end-evaluate
           end-if.

       buscar-retenido.
           perform varying ws-ret-idx from 1 by 1
                   until ws-ret-idx > ws-total-retenidos
                   or ws-ret-tab(ws-ret-idx)(1:8) = aut-folio
               continue
           end-perform
           if ws-ret-idx <= ws-total-retenidos
               move ws-ret-tab(ws-ret-idx) to ws-retenido
               move ret-emp-id to wlf-id
               move ret-nombre to wlf-nombre
               move ret-monto  to wlf-monto
           end-if.

      *> Los folios ya quedaron marcados como pagados en el archivo
      *> de retenidos: un corte a medias se corrige a mano en lugar de
      *> pagar dos veces el mismo retroactivo.
       pagar-autorizados.
           perform abrir-movimientos
           perform varying ws-aut-idx from 1 by 1
                   until ws-aut-idx > ws-total-autorizados
               move ws-ret-tab(ws-aut-ret-idx(ws-aut-idx))
                   to ws-retenido
               perform pagar-retroactivo
           end-perform
           close archivo-movimientos.

      *> El movimiento tiene tope de 999999: un retroactivo mayor se
      *> paga en tantos movimientos RET como haga falta.
       pagar-retroactivo.
           move ret-monto to ws-por-pagar
           perform until ws-por-pagar = 0
               move ret-emp-id          to mov-emp-id
               move wc-tipo-retroactivo to mov-tipo
               move 'P'                 to mov-clase
               if ws-por-pagar > wc-max-movimiento
                   move wc-max-movimiento to mov-monto
               else
                   move ws-por-pagar      to mov-monto
               end-if
               move ws-periodo          to mov-periodo
               write registro-movimiento
               subtract mov-monto from ws-por-pagar
               add 1 to ws-total-movs-ret
           end-perform.

       abrir-movimientos.
           open extend archivo-movimientos
           if ws-estado-movs = '35'
               open output archivo-movimientos
           end-if
           if ws-estado-movs not = '00'
               display "Error al abrir el archivo de movimientos: "
                       ws-estado-movs
               stop run
           end-if.

       cargar-solicitudes.
           open input archivo-retro
           if ws-estado-retro not = '35'
               if ws-estado-retro not = '00'
                   display "Error al abrir las solicitudes de "
                           "retroactivo: " ws-estado-retro
                   stop run
               end-if
               perform until ws-fin-retro = 'S'
                   read archivo-retro
                       at end
                           move 'S' to ws-fin-retro
                       not at end
                           perform agregar-solicitud
                   end-read
               end-perform
               close archivo-retro
           end-if.

      *> Un periodo efectivo que no es anterior a la corrida no deja
      *> nada que recalcular.
       agregar-solicitud.
           if rso-emp-id is numeric
                   and rso-salario-nuevo is numeric
                   and rso-periodo-efectivo is numeric
                   and rso-periodo-efectivo < ws-periodo
               if ws-total-solicitudes >= wc-max-solicitudes
                   display "Tabla de solicitudes llena: " rso-emp-id
                   stop run
               end-if
               add 1 to ws-total-solicitudes
               move rso-emp-id
                   to ws-sol-emp-id(ws-total-solicitudes)
               move rso-nombre
                   to ws-sol-nombre(ws-total-solicitudes)
               move rso-salario-nuevo
                   to ws-sol-salario(ws-total-solicitudes)
               if rso-salario-ant is numeric
                   move rso-salario-ant
                       to ws-sol-salario-ant(ws-total-solicitudes)
               else
                   move 0 to ws-sol-salario-ant(ws-total-solicitudes)
               end-if
               move rso-periodo-efectivo
                   to ws-sol-efectivo(ws-total-solicitudes)
           end-if.

      *> Las solicitudes se consumen hasta que los retenidos ya
      *> quedaron grabados con su folio: si la corrida se corta antes,
      *> la solicitud sigue ahi para la siguiente. Un folio 'P'
      *> repetido no cuesta nada porque nada se paga sin la firma de
      *> Recursos Humanos; una solicitud perdida es retroactivo que
      *> nunca se paga.
       vaciar-solicitudes.
           open output archivo-retro
           if ws-estado-retro not = '00'
               display "Error al vaciar las solicitudes de "
                       "retroactivo: " ws-estado-retro
               stop run
           end-if
           close archivo-retro.

       cargar-pagos-historia.
           open input archivo-historia
           if ws-estado-historia not = '00'
               display "Error al abrir la historia de nomina: "
                       ws-estado-historia
               stop run
           end-if
           perform until ws-fin-historia = 'S'
               read archivo-historia
                   at end
                       move 'S' to ws-fin-historia
                   not at end
                       if his-tipo = 'E'
                               and his-periodo < ws-periodo
                           perform evaluar-pago-historia
                       end-if
               end-read
           end-perform
           close archivo-historia.

       evaluar-pago-historia.
           perform varying ws-sol-idx from 1 by 1
                   until ws-sol-idx > ws-total-solicitudes
                   or (ws-sol-emp-id(ws-sol-idx) = his-emp-id
                       and ws-sol-efectivo(ws-sol-idx) <= his-periodo)
               continue
           end-perform
           if ws-sol-idx <= ws-total-solicitudes
               perform agregar-pago
           end-if.

       agregar-pago.
           perform varying ws-pag-idx from 1 by 1
                   until ws-pag-idx > ws-total-pagos
                   or (ws-pag-emp-id(ws-pag-idx) = his-emp-id
                       and ws-pag-periodo(ws-pag-idx) = his-periodo)
               continue
           end-perform
           if ws-pag-idx > ws-total-pagos
               if ws-total-pagos >= wc-max-pagos
                   display "Tabla de pagos de historia llena"
                   stop run
               end-if
               add 1 to ws-total-pagos
               move ws-total-pagos to ws-pag-idx
               move his-emp-id  to ws-pag-emp-id(ws-pag-idx)
               move his-periodo to ws-pag-periodo(ws-pag-idx)
           end-if
           move his-salario to ws-pag-salario(ws-pag-idx).

       calcular-retroactivos.
           write linea-registro from spaces
           write linea-registro from ws-linea-seccion-2
           write linea-registro from ws-linea-encab-2
           perform varying ws-sol-idx from 1 by 1
                   until ws-sol-idx > ws-total-solicitudes
               perform verificar-empleado-procesado
               if ws-ya-procesado = 'N'
                   perform calcular-retroactivo-empleado
               end-if
           end-perform.

      *> Un empleado con varias solicitudes se calcula una sola vez.
       verificar-empleado-procesado.
           move 'N' to ws-ya-procesado
           perform varying ws-sol-idx-2 from 1 by 1
                   until ws-sol-idx-2 >= ws-sol-idx
               if ws-sol-emp-id(ws-sol-idx-2)
                       = ws-sol-emp-id(ws-sol-idx)
                   move 'S' to ws-ya-procesado
               end-if
           end-perform.

       calcular-retroactivo-empleado.
           move ws-sol-emp-id(ws-sol-idx) to ws-emp-actual
           move 0 to ws-emp-retroactivo
           move 0 to ws-emp-periodos
           write linea-registro from spaces
           perform varying ws-pag-idx from 1 by 1
                   until ws-pag-idx > ws-total-pagos
               if ws-pag-emp-id(ws-pag-idx) = ws-emp-actual
                   perform calcular-diferencia-periodo
               end-if
           end-perform

           if ws-emp-periodos = 0
               move ws-emp-actual              to wls-id
               move ws-sol-nombre(ws-sol-idx)  to wls-nombre
               write linea-registro from ws-linea-sin-pagos
           else
               move spaces to wlt-folio
               if ws-emp-retroactivo > 0
                   add 1 to ws-total-empleados
                   add ws-emp-retroactivo to ws-total-retroactivo
                   perform retener-retroactivo
                   move ret-folio to wlt-folio
               end-if
               move ws-emp-retroactivo to wlt-monto
               write linea-registro from ws-linea-total-emp
           end-if.

       retener-retroactivo.
           perform verificar-espacio-retenidos
           add 1 to ws-ultimo-folio
           move spaces             to ws-retenido
           move ws-ultimo-folio    to ret-folio
           move 'P'                to ret-estado
           move ws-emp-actual      to ret-emp-id
           move ws-sol-nombre(ws-sol-idx) to ret-nombre
           move ws-emp-retroactivo to ret-monto
           move ws-periodo         to ret-periodo-calculo
           move ws-emp-periodos    to ret-periodos
           move 0                  to ret-fecha-resolucion
           move 0                  to ret-periodo-pago
           add 1 to ws-total-retenidos
           move ws-retenido to ws-ret-tab(ws-total-retenidos).

      *> El salario nuevo de cada periodo es el de la ultima
      *> solicitud del empleado que ya regia en ese periodo; una
      *> diferencia negativa se informa pero no se descuenta.
      *> La historia no refleja los RET ya pagados: la base es el
      *> mayor entre lo cobrado y el salario anterior de la primera
      *> solicitud de este ciclo que rige el periodo, que es lo que
      *> quedo cubierto por retroactivos de ciclos anteriores.
       calcular-diferencia-periodo.
           move 0 to ws-sol-aplica
           move 0 to ws-sol-primera
           perform varying ws-sol-idx-2 from 1 by 1
                   until ws-sol-idx-2 > ws-total-solicitudes
               if ws-sol-emp-id(ws-sol-idx-2) = ws-emp-actual
                       and ws-sol-efectivo(ws-sol-idx-2)
                           <= ws-pag-periodo(ws-pag-idx)
                   move ws-sol-idx-2 to ws-sol-aplica
                   if ws-sol-primera = 0
                       move ws-sol-idx-2 to ws-sol-primera
                   end-if
               end-if
           end-perform
           if ws-sol-aplica > 0
               add 1 to ws-emp-periodos
               add 1 to ws-total-afectados
               move ws-pag-salario(ws-pag-idx) to ws-salario-base
               if ws-sol-salario-ant(ws-sol-primera) > ws-salario-base
                   move ws-sol-salario-ant(ws-sol-primera)
                       to ws-salario-base
               end-if
               compute ws-diferencia =
                   ws-sol-salario(ws-sol-aplica) - ws-salario-base
               if ws-diferencia > 0
                   add ws-diferencia to ws-emp-retroactivo
               end-if
               move ws-emp-actual                 to wld-id
               move ws-sol-nombre(ws-sol-aplica)  to wld-nombre
               move ws-pag-periodo(ws-pag-idx)    to wld-periodo
               move ws-salario-base               to wld-anterior
               move ws-sol-salario(ws-sol-aplica) to wld-nuevo
               move ws-diferencia                 to wld-diferencia
               write linea-registro from ws-linea-detalle
           end-if.

      *> Se regraba antes de pagar los autorizados y otra vez al
      *> final; solo la ultima pasa al resguardo los folios resueltos
      *> antes de la fecha de negocio, para no archivarlos dos veces.
      *> Los resueltos del dia se quedan para el registro del ciclo.
       regrabar-retenidos.
           if ws-depurar-resueltos = 'S'
               open extend archivo-retenidos-arch
               if ws-estado-ret-arch = '35'
                   open output archivo-retenidos-arch
               end-if
               if ws-estado-ret-arch not = '00'
                   display "Error al abrir el resguardo de retenidos: "
                           ws-estado-ret-arch
                   stop run
               end-if
           end-if
           open output archivo-retenidos
           if ws-estado-retenidos not = '00'
               display "Error al regrabar los retroactivos retenidos: "
                       ws-estado-retenidos
               stop run
           end-if
           if ws-ultimo-folio > 0
               move spaces          to ws-retenido
               move ws-ultimo-folio to ret-folio
               move 'C'             to ret-estado
               write linea-retenido from ws-retenido
           end-if
           perform varying ws-ret-idx from 1 by 1
                   until ws-ret-idx > ws-total-retenidos
               move ws-ret-tab(ws-ret-idx) to ws-retenido
               if ws-depurar-resueltos = 'S'
                       and (ret-estado = 'A' or ret-estado = 'R')
                       and ret-fecha-resolucion < ws-fecha-negocio
                   write linea-retenido-arch from ws-retenido
                   add 1 to ws-total-archivados
               else
                   write linea-retenido from ws-retenido
               end-if
           end-perform
           close archivo-retenidos
           if ws-depurar-resueltos = 'S'
               close archivo-retenidos-arch
           end-if.

      *> Todo folio sin decision, de este ciclo o de anteriores, es lo
      *> que Recursos Humanos tiene que firmar.
       escribir-pendientes-firma.
           write linea-registro from spaces
           write linea-registro from ws-linea-seccion-3
           write linea-registro from ws-linea-encab-folio
           perform varying ws-ret-idx from 1 by 1
                   until ws-ret-idx > ws-total-retenidos
               move ws-ret-tab(ws-ret-idx) to ws-retenido
               if ret-estado = 'P'
                   add 1 to ws-total-pendientes
                   add ret-monto to ws-monto-pendiente
                   move spaces     to ws-linea-folio
                   move ret-folio  to wlf-folio
                   move ret-emp-id to wlf-id
                   move ret-nombre to wlf-nombre
                   move ret-monto  to wlf-monto
                   move "PENDIENTE DE FIRMA" to wlf-resultado
                   write linea-registro from ws-linea-folio
               end-if
           end-perform
           if ws-total-pendientes = 0
               write linea-registro from ws-linea-sin-datos
           end-if.

       escribir-pie-registro.
           move ws-total-solicitudes to wlp-solicitudes
           move ws-total-empleados   to wlp-empleados
           move ws-total-afectados   to wlp-afectados
           move ws-total-retroactivo to wlp-total
           move ws-total-autorizados to wlp-autorizados
           move ws-monto-autorizado  to wlp-monto-aut
           move ws-total-movs-ret    to wlp-movs-ret
           move ws-total-rechazados  to wlp-rechazados
           move ws-total-errores-aut to wlp-errores-aut
           move ws-total-pendientes  to wlp-pendientes
           move ws-monto-pendiente   to wlp-monto-pend
           write linea-registro from spaces
           write linea-registro from ws-linea-pie-1
           write linea-registro from ws-linea-pie-2
           write linea-registro from ws-linea-pie-3
           write linea-registro from ws-linea-pie-4
           write linea-registro from ws-linea-pie-5
           write linea-registro from ws-linea-pie-6
           write linea-registro from ws-linea-pie-7
           write linea-registro from ws-linea-pie-8
           write linea-registro from ws-linea-pie-9.

       end program Retroactivo.
