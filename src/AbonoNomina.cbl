       input-output section.
       file-control.
           select archivo-estado-balanceo
               assign to dynamic ws-ruta-balanceo
               organization is line sequential
               access mode is sequential
               file status is ws-estado-veredicto.

           select archivo-banco
               assign to dynamic ws-ruta-banco
               organization is line sequential
               access mode is sequential
               file status is ws-estado-banco.
               file status is ws-estado-cuentas.

           select archivo-control-abonos
               assign to dynamic ws-ruta-control
               organization is line sequential
               access mode is sequential
               file status is ws-estado-control.

           select archivo-registro
               assign to dynamic ws-ruta-registro
               organization is line sequential
               access mode is sequential
               file status is ws-estado-registro.

      *> Mayor de depositos por cliente: un registro por abono
      *> aplicado, con el saldo resultante, para poder sustentar el
      *> saldo ante una aclaracion. led-tipo 'D' deposito de nomina
      *> (en blanco en los registros anteriores al tipo); Intereses
      *> agrega 'I' interes y 'C' cargo por sobregiro.
       fd archivo-ledger.
       01 registro-ledger.
           05 led-cust-id     pic 9(10).
           05 led-monto       pic 9(12).
           05 filler          pic x value space.
           05 led-saldo-despues pic s9(9)v99 sign leading separate.
           05 filler          pic x value space.
           05 led-tipo        pic x.

       working-storage section.

       01 hv-abono          PIC S9(9)V99 VALUE 0.
           EXEC SQL END DECLARE SECTION END-EXEC.

      *> Con el parametro EXTRAORDINARIA se abona la corrida fuera de
      *> ciclo: su veredicto, su archivo de banco, su control de doble
      *> abono y su registro, sin tocar los de la nomina regular.
       01 ws-param-modo       pic x(14) value spaces.
       01 ws-ruta-balanceo    pic x(40) value
              "data/balanceo_estado.dat".
       01 ws-ruta-banco       pic x(40) value
              "data/banco_transferencias.dat".
       01 ws-ruta-control     pic x(40) value
              "data/abonos_control.dat".
       01 ws-ruta-registro    pic x(40) value
              "data/registro_abonos.txt".

       01 ws-estado-veredicto pic xx value spaces.
       01 ws-estado-banco     pic xx value spaces.
       01 ws-estado-cuentas   pic xx value spaces.

       procedure division.
       inicio.
           perform determinar-modo-corrida
           perform verificar-balanceo
           perform leer-encabezado-banco
           perform verificar-periodo-no-abonado
           perform cerrar-archivos
           goback.

       determinar-modo-corrida.
           accept ws-param-modo from command-line
           if function upper-case(ws-param-modo) = "EXTRAORDINARIA"
               move "data/extraordinaria_estado.dat"
                   to ws-ruta-balanceo
               move "data/banco_extraordinaria.dat" to ws-ruta-banco
               move "data/abonos_extra_control.dat" to ws-ruta-control
               move "data/registro_abonos_extra.txt"
                   to ws-ruta-registro
           end-if.

      *> Solo se abona sobre una corrida balanceada. Las negativas
      *> limpias regresan con GOBACK para que Nocturno conserve el
      *> control y pueda cerrar el paso; STOP RUN queda solo para
           move ws-periodo       to led-periodo
           move wbd-monto        to led-monto
           move ws-saldo-despues to led-saldo-despues
           move 'D'              to led-tipo
           write registro-ledger.

      *> El periodo se marca abonado ANTES de aplicar depositos: un
