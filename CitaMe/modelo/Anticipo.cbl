       *>
       *> Anticipo
       *>
       *> Clase que encapsula el saldo a favor de los pacientes
       *> privados: los anticipos que pagan por adelantado (una serie
       *> de tratamiento, por ejemplo), el dinero ya cobrado de una
       *> cita cancelada que se queda como crédito en vez de
       *> devolverse, y los reembolsos de ese saldo.
       *>
       *> Cada movimiento queda en la tabla anticipos (id_anticipo,
       *> paciente_anticipo, tipo_anticipo, importe_anticipo,
       *> metodo_anticipo, referencia_tpv_anticipo, factura_anticipo,
       *> motivo_anticipo, fecha_anticipo), con importe positivo si
       *> aumenta el saldo y negativo si lo reduce; el saldo del
       *> paciente es la suma de sus movimientos:
       *>
       *>  - Anticipo: cobro por adelantado en el mostrador, con su
       *>    forma de pago y la referencia del TPV;
       *>  - Credito: lo cobrado de una factura que se rectifica por la
       *>    cancelación de la cita (ver PasarFacturaACredito);
       *>  - Consumo: parte del saldo aplicada a una factura al
       *>    emitirla (ver Factura::AplicarAnticipos), que queda como
       *>    cobro con forma de pago "Anticipo";
       *>  - Reembolso: devolución del saldo al paciente, con su forma
       *>    de pago y la referencia del TPV.
       *>
       *> Los anticipos y reembolsos en efectivo o tarjeta entran en el
       *> arqueo de caja del día (ver Factura::DevuelveArqueoDia); los
       *> cobros con forma de pago "Anticipo" no, porque ese dinero ya
       *> entró en caja el día del anticipo.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.Anticipo.

       working-storage section.

       *> Habilita las variables de SQL
       exec sql
           include sqlca
       end-exec.

       *>
       *> FormateaImporte
       *>
       *> Importe en céntimos a euros con signo.
       *>
       method-id FormateaImporte private.
       local-storage section.
       01 importeAbsoluto binary-long.
       procedure division using by value importeCentimos as binary-long
                                   returning texto as string.

           if importeCentimos < 0
               set importeAbsoluto to 0 - importeCentimos
               set texto to "-"
           else
               set importeAbsoluto to importeCentimos
               set texto to ""
           end-if

           set texto to type String::Concat(texto, (importeAbsoluto / 100)::ToString(), ",",
               (function mod(importeAbsoluto, 100))::ToString("00"), " EUR").

       end method.

       *>
       *> InsertarMovimiento
       *>
       *> Anota un movimiento del saldo de un paciente.
       *>
       method-id InsertarMovimiento private.
       local-storage section.
       01 idPacienteSQL pic S9(9) COMP-4.
       01 tipoSQL pic x(15).
       01 importeSQL pic S9(9) COMP-4.
       01 metodoSQL pic x(15).
       01 referenciaSQL pic x(50).
       01 idFacturaSQL pic S9(9) COMP-4.
       01 motivoSQL pic x(255).
       01 ahoraSQL pic x(19).
       procedure division using by value idPaciente as binary-long
                                         tipo as string
                                         importeCentimos as binary-long
                                         metodo as string
                                         referenciaTpv as string
                                         idFactura as binary-long
                                         motivo as string
                                   returning exito as type Boolean.

           set idPacienteSQL to idPaciente.
           set tipoSQL to tipo.
           set importeSQL to importeCentimos.
           set metodoSQL to metodo::Trim().
           set referenciaSQL to referenciaTpv::Trim().
           set idFacturaSQL to idFactura.
           set motivoSQL to motivo::Trim().
           set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           exec sql
               insert into anticipos
                   (paciente_anticipo, tipo_anticipo, importe_anticipo, metodo_anticipo,
                    referencia_tpv_anticipo, factura_anticipo, motivo_anticipo, fecha_anticipo)
               values
                   (:idPacienteSQL, :tipoSQL, :importeSQL, :metodoSQL,
                    :referenciaSQL, :idFacturaSQL, :motivoSQL, :ahoraSQL)
           end-exec.

           if SQLCODE < 0
               set exito to False
           else
               set exito to True
           end-if

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> DevuelveSaldo
       *>
       *> Devuelve el saldo a favor de un paciente.
       *>
       *> Parámetros:
       *>     idPaciente (int): Paciente
       *>
       *> Devuelve:
       *>     int: saldo disponible en céntimos
       *>
       method-id DevuelveSaldo.
       local-storage section.
       01 idPacienteSQL pic S9(9) COMP-4.
       01 saldoSQL pic S9(9) COMP-4.
       procedure division using by value idPaciente as binary-long
                                   returning saldo as binary-long.

           set idPacienteSQL to idPaciente.
           set saldo to 0.

           exec sql
               select coalesce(sum(a.importe_anticipo), 0) into :saldoSQL
               from anticipos as a
               where a.paciente_anticipo = :idPacienteSQL
           end-exec.

           if SQLCODE = 0
               set saldo to saldoSQL
           end-if.

       end method.

       *>
       *> DevuelvePacientePorDni
       *>
       *> Localiza al paciente con el DNI indicado, para registrar un
       *> anticipo en el mostrador sin que tenga todavía factura.
       *>
       *> Parámetros:
       *>     dni (str): DNI del paciente
       *>
       *> Devuelve:
       *>     int: id del paciente, 0 si no se encuentra
       *>
       method-id DevuelvePacientePorDni.
       local-storage section.
       01 dniSQL pic x(10).
       01 idPacienteSQL pic S9(9) COMP-4.
       procedure division using by value dni as string
                                   returning idPaciente as binary-long.

           set idPaciente to 0.
           set dniSQL to dni::Trim().

           exec sql
               select p.id_usuario_paciente into :idPacienteSQL
               from pacientes as p
               where p.dni_paciente = :dniSQL
           end-exec.

           if SQLCODE = 0
               set idPaciente to idPacienteSQL
           end-if.

       end method.

       *>
       *> RegistrarAnticipo
       *>
       *> Registra un cobro por adelantado de un paciente, que queda
       *> como saldo a favor hasta que se consuma en sus facturas.
       *>
       *> Parámetros:
       *>     idPaciente (int): Paciente
       *>     metodo (str): Efectivo, Tarjeta o Transferencia
       *>     referenciaTpv (str): Referencia de la operación del TPV,
       *>                          "" si no es tarjeta
       *>     importeCentimos (int): Importe cobrado en céntimos
       *>
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>              False en caso de error
       *>
       method-id RegistrarAnticipo.
       procedure division using by value idPaciente as binary-long
                                         metodo as string
                                         referenciaTpv as string
                                         importeCentimos as binary-long
                                   returning exito as type Boolean.

           set exito to False.

           if importeCentimos <= 0
               goback
           end-if

           set exito to InsertarMovimiento(idPaciente, "Anticipo", importeCentimos,
               metodo, referenciaTpv, 0, "").

       end method.

       *>
       *> RegistrarReembolso
       *>
       *> Devuelve al paciente parte (o todo) su saldo a favor, con la
       *> forma de pago y la referencia del TPV de la devolución. No
       *> se puede reembolsar más que el saldo disponible.
       *>
       *> Parámetros:
       *>     idPaciente (int): Paciente
       *>     metodo (str): Efectivo, Tarjeta o Transferencia
       *>     referenciaTpv (str): Referencia de la operación del TPV,
       *>                          "" si no es tarjeta
       *>     importeCentimos (int): Importe reembolsado en céntimos
       *>     motivo (str): Motivo del reembolso
       *>
       *> Devuelve:
       *>     Boolean: True si el reembolso quedó registrado, False si
       *>              supera el saldo o hubo un error
       *>
       method-id RegistrarReembolso.
       procedure division using by value idPaciente as binary-long
                                         metodo as string
                                         referenciaTpv as string
                                         importeCentimos as binary-long
                                         motivo as string
                                   returning exito as type Boolean.

           set exito to False.

           if importeCentimos <= 0 or importeCentimos > DevuelveSaldo(idPaciente)
               goback
           end-if

           set exito to InsertarMovimiento(idPaciente, "Reembolso", 0 - importeCentimos,
               metodo, referenciaTpv, 0, motivo).

       end method.

       *>
       *> PasarFacturaACredito
       *>
       *> Para una cita cancelada que ya estaba facturada y cobrada:
       *> rectifica la factura (ver Factura::RectificarFactura) y lo
       *> cobrado queda como saldo a favor del paciente en vez de
       *> devolverse. La rectificativa se da por saldada con ese
       *> crédito. Solo para facturas al propio paciente, no a una
       *> mutua.
       *>
       *> Parámetros:
       *>     idFactura (int): Factura cobrada a rectificar
       *>     motivo (str): Motivo de la rectificación
       *>
       *> Devuelve:
       *>     Boolean: True si el crédito quedó registrado, False si la
       *>              factura no es del paciente, no tiene cobros, ya
       *>              está rectificada o hubo un error
       *>
       method-id PasarFacturaACredito.
       local-storage section.
       01 idFacturaSQL pic S9(9) COMP-4.
       01 idPaciente pic S9(9) COMP-4.
       01 idMutua pic S9(9) COMP-4.
       01 totalCobrado pic S9(9) COMP-4.
       01 idRectificativa pic S9(9) COMP-4.
       01 modeloFactura type CitaMe.modelo.Factura.
       procedure division using by value idFactura as binary-long
                                         motivo as string
                                   returning exito as type Boolean.

           set exito to False.
           set idFacturaSQL to idFactura.

           exec sql
               select f.paciente_factura, coalesce(f.mutua_factura, 0),
                      coalesce((select sum(p.importe_pago) from pagos_facturas as p
                                where p.factura_pago = f.id_factura), 0)
               into :idPaciente, :idMutua, :totalCobrado
               from facturas as f
               where f.id_factura = :idFacturaSQL
                 and coalesce(f.rectifica_factura, 0) = 0
           end-exec.

           if not SQLCODE = 0 or idMutua > 0 or totalCobrado <= 0
               goback
           end-if

           set modeloFactura to new CitaMe.modelo.Factura().
           if not modeloFactura::RectificarFactura(idFactura, motivo)
               goback
           end-if

           exec sql
               select f.id_factura into :idRectificativa
               from facturas as f
               where f.rectifica_factura = :idFacturaSQL
           end-exec.

           if not SQLCODE = 0
               goback
           end-if

           exec sql
               update facturas
               set estado_pago_factura = 'Pagada'
               where id_factura = :idRectificativa
           end-exec.

           set exito to InsertarMovimiento(idPaciente, "Credito", totalCobrado, "", "",
               idRectificativa, motivo).

       end method.

       *>
       *> DevuelveMovimientos
       *>
       *> Devuelve los movimientos del saldo a favor de un paciente,
       *> del más reciente al más antiguo, con el saldo actual al
       *> principio.
       *>
       *> Parámetros:
       *>     idPaciente (int): Paciente
       *>
       *> Devuelve:
       *>     List[string]: saldo y movimientos en texto
       *>
       method-id DevuelveMovimientos.
       local-storage section.
       01 idPacienteSQL pic S9(9) COMP-4.
       01 fechaMovimiento pic x(19).
       01 tipoMovimiento pic x(15).
       01 importeMovimiento pic S9(9) COMP-4.
       01 metodoMovimiento pic x(15).
       01 referenciaMovimiento pic x(50).
       01 numeroLegal pic x(40).
       01 motivoMovimiento pic x(255).
       01 linea string.
       procedure division using by value idPaciente as binary-long
                                   returning movimientos as List[string].

           set movimientos to new List[string]().
           set idPacienteSQL to idPaciente.

           invoke movimientos::Add(type String::Concat("Saldo a favor: ", FormateaImporte(DevuelveSaldo(idPaciente)))).

           exec sql
               declare anticiposTbl cursor for
                   select a.fecha_anticipo, a.tipo_anticipo, a.importe_anticipo,
                          coalesce(a.metodo_anticipo, ''), coalesce(a.referencia_tpv_anticipo, ''),
                          coalesce(f.numero_legal_factura, ''), coalesce(a.motivo_anticipo, '')
                   from anticipos as a
                   left join facturas as f on (a.factura_anticipo = f.id_factura)
                   where a.paciente_anticipo = :idPacienteSQL
                   order by a.fecha_anticipo desc, a.id_anticipo desc
           end-exec.

           exec sql
               open anticiposTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch anticiposTbl into :fechaMovimiento, :tipoMovimiento, :importeMovimiento,
                                           :metodoMovimiento, :referenciaMovimiento,
                                           :numeroLegal, :motivoMovimiento
               end-exec
               if SQLCODE = 0
                   set linea to type String::Concat((fechaMovimiento as string)::Substring(0, 16), " - ",
                       (tipoMovimiento as string)::Trim(), " ", FormateaImporte(importeMovimiento))
                   if not (metodoMovimiento as string)::Trim()::Equals("")
                       set linea to type String::Concat(linea, " - ", (metodoMovimiento as string)::Trim())
                   end-if
                   if not (referenciaMovimiento as string)::Trim()::Equals("")
                       set linea to type String::Concat(linea, " (TPV ", (referenciaMovimiento as string)::Trim(), ")")
                   end-if
                   if not (numeroLegal as string)::Trim()::Equals("")
                       set linea to type String::Concat(linea, " - factura ", (numeroLegal as string)::Trim())
                   end-if
                   if not (motivoMovimiento as string)::Trim()::Equals("")
                       set linea to type String::Concat(linea, " - ", (motivoMovimiento as string)::Trim())
                   end-if
                   invoke movimientos::Add(linea)
               end-if
           end-perform.

           exec sql
               close anticiposTbl
           end-exec.

       end method.

       end class.
