       *>
       *> ExtractoCuenta
       *>
       *> Clase que encapsula el extracto de cuenta mensual del
       *> paciente, para que recepción deje de calcular a mano por
       *> teléfono lo que debe cada uno: todos los movimientos del mes
       *> que afectan a lo que el paciente debe, con el saldo arrastrado
       *> del mes anterior y el saldo corrido tras cada movimiento:
       *>
       *>  - facturas y rectificativas a su nombre (no las que van a
       *>    cuenta de una mutua), que aumentan (o reducen) la deuda;
       *>  - cobros de pagos_facturas, que la reducen;
       *>  - recibos domiciliados cargados en una remesa SEPA
       *>    (remesas_recibos), que la reducen;
       *>  - recibos devueltos por el banco (devoluciones_sepa), que la
       *>    vuelven a aumentar;
       *>  - anticipos cobrados, que la reducen, y reembolsos del saldo
       *>    a favor, que la aumentan (ver modelo Anticipo). Los cobros
       *>    de facturas con forma de pago "Anticipo" no figuran, ya
       *>    que ese dinero aparece el día en que se anticipó.
       *>
       *> El envío mensual lo lanza el planificador de tareas y sale
       *> por el buzón de salida del Notificador (o por el lote de
       *> cartas para los pacientes sin correo); cada paciente recibe
       *> un solo extracto por mes (tabla extractos_cuenta:
       *> paciente_extracto_cuenta, mes_extracto_cuenta,
       *> fecha_extracto_cuenta). Recepción puede imprimirlo a demanda
       *> desde la cita del paciente.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.ExtractoCuenta.

       working-storage section.

       01 modeloNotificador type CitaMe.modelo.Notificador.

       *> Habilita las variables de SQL
       exec sql
           include sqlca
       end-exec.

       method-id NEW.
       procedure division.
           set modeloNotificador to new CitaMe.modelo.Notificador().
       end method.

       *>
       *> FormateaImporte
       *>
       *> Importe en céntimos a euros con signo, como se imprime en el
       *> extracto.
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
       *> GenerarExtracto
       *>
       *> Genera el extracto de cuenta de un paciente para un mes.
       *>
       *> Parámetros:
       *>     idPaciente (int): Paciente
       *>     mesSQL (str): Mes del extracto, "yyyy-MM"
       *>
       *> Devuelve:
       *>     str: texto del extracto, "" si el paciente no tiene
       *>          movimientos en el mes ni saldo pendiente
       *>
       method-id GenerarExtracto.
       local-storage section.
       01 idPacienteSQL pic S9(9) COMP-4.
       01 inicioSQL pic x(10).
       01 limiteSQL pic x(10).
       01 fechaMovimiento pic x(19).
       01 conceptoMovimiento pic x(255).
       01 importeMovimiento pic S9(9) COMP-4.
       01 nombreReal pic x(45).
       01 apellidos pic x(80).
       01 saldoInicial binary-long.
       01 saldo binary-long.
       01 lineas type System.Text.StringBuilder.
       01 movimientos binary-long.
       procedure division using by value idPaciente as binary-long
                                         mesSQL as string
                                   returning extracto as string.

           set extracto to "".
           set idPacienteSQL to idPaciente.
           set inicioSQL to type String::Concat(mesSQL::Trim(), "-01").
           set limiteSQL to type DateTime::ParseExact(inicioSQL, "yyyy-MM-dd",
               type System.Globalization.CultureInfo::InvariantCulture)::AddMonths(1)::ToString("yyyy-MM-dd").
           set saldoInicial to 0.
           set movimientos to 0.
           set lineas to new System.Text.StringBuilder().

           exec sql
               select u.nombre_real_usuario, u.apellidos_usuario
               into :nombreReal, :apellidos
               from usuarios as u
               where u.id_usuario = :idPacienteSQL
           end-exec.

           if not SQLCODE = 0
               goback
           end-if

           *> Todos los movimientos hasta el final del mes: los
           *> anteriores al mes solo suman al saldo arrastrado
           exec sql
               declare extractoCuentaTbl cursor for
                   select mov.fecha, mov.concepto, mov.importe
                   from (
                       select f.fecha_emision_factura as fecha,
                              concat(case when coalesce(f.rectifica_factura, 0) > 0
                                          then 'Rectificativa ' else 'Factura ' end,
                                     coalesce(f.numero_legal_factura, '')) as concepto,
                              f.importe_factura as importe
                       from facturas as f
                       where f.paciente_factura = :idPacienteSQL
                         and coalesce(f.mutua_factura, 0) = 0
                       union all
                       select p.fecha_pago,
                              concat('Pago ', p.metodo_pago, ' factura ', coalesce(f.numero_legal_factura, '')),
                              0 - p.importe_pago
                       from pagos_facturas as p
                       inner join facturas as f on (p.factura_pago = f.id_factura)
                       where f.paciente_factura = :idPacienteSQL
                         and coalesce(f.mutua_factura, 0) = 0
                         and p.metodo_pago <> 'Anticipo'
                       union all
                       select r.fecha_remesa,
                              concat('Recibo domiciliado factura ', coalesce(f.numero_legal_factura, '')),
                              0 - rr.importe_recibo
                       from remesas_recibos as rr
                       inner join remesas_sepa as r on (rr.remesa_recibo = r.id_remesa)
                       inner join facturas as f on (rr.factura_recibo = f.id_factura)
                       where f.paciente_factura = :idPacienteSQL
                         and coalesce(f.mutua_factura, 0) = 0
                       union all
                       select d.fecha_devolucion,
                              concat('Recibo devuelto factura ', coalesce(f.numero_legal_factura, ''),
                                     ' (', coalesce(d.motivo_devolucion, ''), ')'),
                              d.importe_devolucion
                       from devoluciones_sepa as d
                       inner join facturas as f on (d.factura_devolucion = f.id_factura)
                       where f.paciente_factura = :idPacienteSQL
                         and coalesce(f.mutua_factura, 0) = 0
                       union all
                       select a.fecha_anticipo,
                              case when a.tipo_anticipo = 'Anticipo'
                                   then concat('Anticipo ', a.metodo_anticipo)
                                   else concat('Reembolso ', a.metodo_anticipo) end,
                              0 - a.importe_anticipo
                       from anticipos as a
                       where a.paciente_anticipo = :idPacienteSQL
                         and a.tipo_anticipo in ('Anticipo', 'Reembolso')
                   ) as mov
                   where mov.fecha < :limiteSQL
                   order by mov.fecha asc
           end-exec.

           exec sql
               open extractoCuentaTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100

               exec sql
                   fetch extractoCuentaTbl into :fechaMovimiento, :conceptoMovimiento, :importeMovimiento
               end-exec

               if SQLCODE = 0
                   if (fechaMovimiento as string)::Substring(0, 10)::CompareTo(inicioSQL) < 0
                       add importeMovimiento to saldoInicial
                   else
                       if movimientos = 0
                           set saldo to saldoInicial
                       end-if
                       add importeMovimiento to saldo
                       add 1 to movimientos
                       invoke lineas::AppendLine(type String::Concat(
                           (fechaMovimiento as string)::Substring(0, 10), "  ",
                           (conceptoMovimiento as string)::Trim(), "  ",
                           FormateaImporte(importeMovimiento), "  saldo ",
                           FormateaImporte(saldo)))
                   end-if
               end-if

           end-perform.

           exec sql
               close extractoCuentaTbl
           end-exec.

           if movimientos = 0
               set saldo to saldoInicial
               if saldo = 0
                   goback
               end-if
           end-if

           set extracto to type String::Concat(
               "Extracto de cuenta ", mesSQL::Trim(), " - CitaMe", type Environment::NewLine,
               "Paciente: ", (nombreReal as string)::Trim(), " ", (apellidos as string)::Trim(), type Environment::NewLine,
               type Environment::NewLine,
               "Saldo anterior: ", FormateaImporte(saldoInicial), type Environment::NewLine).

           if movimientos = 0
               set extracto to type String::Concat(extracto, "Sin movimientos en el mes.", type Environment::NewLine)
           else
               set extracto to type String::Concat(extracto, lineas::ToString())
           end-if

           set extracto to type String::Concat(extracto,
               "Saldo a fin de mes: ", FormateaImporte(saldo), type Environment::NewLine).

           if saldo > 0
               set extracto to type String::Concat(extracto,
                   "Puede abonar el importe pendiente en el mostrador en su próxima visita.", type Environment::NewLine)
           end-if

           if saldo < 0
               set extracto to type String::Concat(extracto,
                   "El saldo negativo queda a su favor y se descontará de sus próximas facturas.", type Environment::NewLine)
           end-if.

       end method.

       *>
       *> EnviarExtractosMes
       *>
       *> Envía el extracto de un mes a cada paciente con movimientos
       *> en el mes o saldo pendiente que no lo haya recibido ya.
       *>
       *> Parámetros:
       *>     mesSQL (str): Mes de los extractos, "yyyy-MM"
       *>
       *> Devuelve:
       *>     int: Número de extractos encolados
       *>
       method-id EnviarExtractosMes.
       local-storage section.
       01 mesArgumento pic x(7).
       01 idPacienteSQL pic S9(9) COMP-4.
       01 idsPacientes List[binary-long].
       01 extracto string.
       01 ahoraSQL pic x(19).
       01 enviados binary-long.
       procedure division using by value mesSQL as string
                                   returning totalEnviados as binary-long.

           set enviados to 0.
           set mesArgumento to mesSQL::Trim().
           set idsPacientes to new List[binary-long]().

           *> Pacientes con alguna factura a su nombre o algún anticipo
           *> que no hayan recibido todavía el extracto del mes
           exec sql
               declare pacientesExtractoTbl cursor for
                   select pac.paciente
                   from (
                       select f.paciente_factura as paciente
                       from facturas as f
                       where coalesce(f.mutua_factura, 0) = 0
                       union
                       select a.paciente_anticipo
                       from anticipos as a
                   ) as pac
                   where not exists (
                       select 1 from extractos_cuenta as ec
                       where ec.paciente_extracto_cuenta = pac.paciente
                         and ec.mes_extracto_cuenta = :mesArgumento
                   )
           end-exec.

           exec sql
               open pacientesExtractoTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch pacientesExtractoTbl into :idPacienteSQL
               end-exec
               if SQLCODE = 0
                   invoke idsPacientes::Add(idPacienteSQL)
               end-if
           end-perform.

           exec sql
               close pacientesExtractoTbl
           end-exec.

           perform varying idPacienteExtracto as binary-long through idsPacientes
               set extracto to GenerarExtracto(idPacienteExtracto, mesArgumento)
               if not extracto::Equals("")
                   if modeloNotificador::EnviarExtractoCuenta(idPacienteExtracto, mesArgumento, extracto)
                       set idPacienteSQL to idPacienteExtracto
                       set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
                       exec sql
                           insert into extractos_cuenta
                               (paciente_extracto_cuenta, mes_extracto_cuenta, fecha_extracto_cuenta)
                           values
                               (:idPacienteSQL, :mesArgumento, :ahoraSQL)
                       end-exec
                       exec sql
                           commit
                       end-exec
                       add 1 to enviados
                   end-if
               end-if
           end-perform.

           set totalEnviados to enviados.

       end method.

       *>
       *> EnviarExtractosMesAnterior
       *>
       *> Envío de los extractos del mes anterior, lanzado a diario
       *> por el planificador de tareas: cada paciente lo recibe una
       *> sola vez, el primer día en que la tarea corre tras el cierre
       *> del mes.
       *>
       *> Devuelve:
       *>     int: Número de extractos encolados
       *>
       method-id EnviarExtractosMesAnterior.
       procedure division returning totalEnviados as binary-long.

           set totalEnviados to EnviarExtractosMes(type DateTime::Now::AddMonths(-1)::ToString("yyyy-MM")).

       end method.

       end class.
