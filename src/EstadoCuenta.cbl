      *> ESTADO DE CUENTA MENSUAL DE DEPOSITOS DE NOMINA POR CLIENTE
      *> Para el mes solicitado imprime por cliente el saldo inicial,
      *> cada deposito de nomina aplicado, los intereses y cargos por
      *> sobregiro del cierre del mes y el saldo final, tomados del
      *> mayor de clientes que alimentan AbonoNomina e Intereses, y
      *> concilia el ultimo saldo del mayor contra el saldo en linea
      *> del cliente marcando toda diferencia.
       identification division.
       program-id. EstadoCuenta.

           05 led-monto       pic 9(12).
           05 filler          pic x value space.
           05 led-saldo-despues pic s9(9)v99 sign leading separate.
           05 filler          pic x value space.
           05 led-tipo        pic x.

      *> Fecha de negocio mantenida por Nocturno ('F' fecha/periodo
      *> vigentes; los 'H' son feriados y aqui se ignoran).
               10 ws-led-mes      pic 9(6).
               10 ws-led-monto    pic 9(12).
               10 ws-led-saldo    pic s9(9)v99.
               10 ws-led-tipo     pic x.
       01 ws-total-ledger     pic 9(5) value 0.
       01 ws-led-idx          pic 9(5) value 0.
       01 wc-max-ledger       pic 9(5) value 50000.
       01 ws-linea-deposito.
           05 filler          pic x(4)  value spaces.
           05 wld-periodo     pic 9(8).
           05 filler          pic x(2)  value spaces.
           05 wld-concepto    pic x(16).
           05 wld-monto       pic zzz,zzz,zz9.
           05 filler          pic x(8)  value "  SALDO ".
           05 wld-saldo       pic ---,---,--9.99.
           move led-periodo(1:6) to ws-led-mes(ws-total-ledger)
           move led-monto   to ws-led-monto(ws-total-ledger)
           move led-saldo-despues to ws-led-saldo(ws-total-ledger)
           move led-tipo    to ws-led-tipo(ws-total-ledger)
           perform registrar-cliente.

       registrar-cliente.
           end-perform.

      *> El saldo inicial del mes es el saldo despues del ultimo
      *> movimiento anterior al mes; si el primer movimiento del
      *> cliente cae dentro del mes, es ese saldo menos su deposito
      *> o interes, o mas su cargo por sobregiro.
       imprimir-estado-cliente.
           add 1 to ws-total-impresos
           move 'N' to ws-tiene-saldo
                   add 1 to ws-movs-del-mes
                   if ws-tiene-saldo = 'N'
                           and ws-movs-del-mes = 1
                       if ws-led-tipo(ws-led-idx) = 'C'
                           compute ws-saldo-inicial =
                               ws-led-saldo(ws-led-idx)
                               + ws-led-monto(ws-led-idx)
                       else
                           compute ws-saldo-inicial =
                               ws-led-saldo(ws-led-idx)
                               - ws-led-monto(ws-led-idx)
                       end-if
                   end-if
                   move ws-led-saldo(ws-led-idx) to ws-saldo-final
                   move 'S' to ws-tiene-saldo
           move ws-led-saldo(ws-led-idx) to ws-saldo-ultimo.

       imprimir-deposito.
           evaluate ws-led-tipo(ws-led-idx)
               when 'I'
                   move "INTERES"         to wld-concepto
               when 'C'
                   move "CARGO SOBREGIRO" to wld-concepto
               when other
                   move "DEPOSITO"        to wld-concepto
           end-evaluate
           move ws-led-periodo(ws-led-idx) to wld-periodo
           move ws-led-monto(ws-led-idx)   to wld-monto
           move ws-led-saldo(ws-led-idx)   to wld-saldo
