       *>
       *> LibroEstupefacientes
       *>
       *> Clase que encapsula el libro registro de estupefacientes y
       *> demás sustancias controladas del botiquín (medicamentos
       *> marcados como controlados en el catálogo, ver
       *> Medicamento::MarcarControlado): cada entrada, administración
       *> a un paciente contra su receta (ver Receta::RegistrarReceta),
       *> baja y ajuste de recuento queda como un asiento numerado por
       *> producto, con el saldo resultante y el usuario responsable.
       *>
       *> Reglas del libro:
       *>  - Los asientos de cada producto se numeran 1, 2, 3... sin
       *>    huecos: el número se calcula sobre el último asiento con
       *>    la fila bloqueada (select ... for update) y la tabla tiene
       *>    índice único por (medicamento_asiento, numero_asiento).
       *>    Los asientos no se modifican ni se borran; un error se
       *>    corrige con un asiento nuevo.
       *>  - El saldo nunca puede quedar negativo: una salida mayor que
       *>    las existencias se rechaza.
       *>  - Todo asiento lleva un usuario responsable activo.
       *>  - El recuento periódico (cada DIAS_RECUENTO días) lo hace un
       *>    usuario y lo firma otro distinto; al firmarlo, una
       *>    diferencia con el libro se asienta como Ajuste.
       *>
       *> Tablas:
       *>  - libro_estupefacientes: id_asiento, medicamento_asiento,
       *>    numero_asiento, fecha_asiento, tipo_asiento (Entrada,
       *>    Administracion, Baja o Ajuste), cantidad_asiento (positiva
       *>    en las entradas, negativa en las salidas), saldo_asiento,
       *>    usuario_asiento, receta_asiento y paciente_asiento (0 si
       *>    no es una administración), documento_asiento (albarán,
       *>    número de verificación de la receta, acta de baja...) y
       *>    observaciones_asiento.
       *>  - recuentos_estupefacientes: id_recuento,
       *>    medicamento_recuento, fecha_recuento, usuario_recuento,
       *>    saldo_libro_recuento, contado_recuento,
       *>    usuario_firma_recuento (0 mientras no esté firmado),
       *>    fecha_firma_recuento y asiento_recuento (número del
       *>    asiento de ajuste, 0 si cuadró).
       *>
       *> El libro imprimible se escribe en la carpeta estupefacientes,
       *> junto al ejecutable.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.LibroEstupefacientes.

       working-storage section.

       *> Días máximos entre dos recuentos firmados de un producto
       01 DIAS_RECUENTO binary-short value 30.

       01 modeloErrores type CitaMe.modelo.RegistroErrores.

       01 mfsqlmessagetext pic x(355) values "".

       *> Habilita las variables de SQL
       exec sql
           include sqlca
       end-exec.

       method-id NEW.
       procedure division.
           set modeloErrores to new CitaMe.modelo.RegistroErrores().
           goback.
       end method.

       *>
       *> RegistrarAsiento
       *>
       *> Añade un asiento al libro de un producto controlado, con el
       *> número siguiente y el saldo resultante. Rechaza el asiento si
       *> el producto no es controlado, el responsable no es un usuario
       *> activo o el saldo quedaría negativo.
       *>
       *> Devuelve:
       *>     int: número del asiento, 0 si se ha rechazado
       *>
       method-id RegistrarAsiento private.
       procedure division using by value idMedicamento as binary-long
                                         tipo as string
                                         cantidad as binary-long
                                         idUsuario as binary-long
                                         idReceta as binary-long
                                         idPaciente as binary-long
                                         documento as string
                                         observaciones as string
                                   returning numeroAsiento as binary-long.

           set numeroAsiento to AnotarAsiento(idMedicamento, tipo, cantidad, idUsuario,
               idReceta, idPaciente, documento, observaciones).

           if numeroAsiento = 0
               goback
           end-if

           exec sql
               commit
           end-exec.

           if not SQLCODE = 0
               invoke modeloErrores::RegistrarError("LibroEstupefacientes::RegistrarAsiento", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               set numeroAsiento to 0
           end-if.

       end method.

       *>
       *> AnotarAsiento
       *>
       *> Igual que RegistrarAsiento pero sin confirmar la transacción,
       *> para que quien llama guarde el asiento junto con sus propios
       *> cambios (ver FirmarRecuento). Si el asiento se rechaza por un
       *> error de base de datos, la transacción se deshace.
       *>
       *> Devuelve:
       *>     int: número del asiento, 0 si se ha rechazado
       *>
       method-id AnotarAsiento private.
       local-storage section.
       01 idMedicamentoSQL pic S9(9) COMP-4.
       01 tipoSQL pic x(15).
       01 cantidadSQL pic S9(9) COMP-4.
       01 idUsuarioSQL pic S9(9) COMP-4.
       01 idRecetaSQL pic S9(9) COMP-4.
       01 idPacienteSQL pic S9(9) COMP-4.
       01 documentoSQL pic x(100).
       01 observacionesSQL pic x(255).
       01 ahoraSQL pic x(19).
       01 controlado pic S9(9) COMP-4.
       01 responsables pic S9(9) COMP-4.
       01 ultimoNumero pic S9(9) COMP-4.
       01 saldoActual pic S9(9) COMP-4.
       01 numeroSQL pic S9(9) COMP-4.
       01 saldoSQL pic S9(9) COMP-4.
       procedure division using by value idMedicamento as binary-long
                                         tipo as string
                                         cantidad as binary-long
                                         idUsuario as binary-long
                                         idReceta as binary-long
                                         idPaciente as binary-long
                                         documento as string
                                         observaciones as string
                                   returning numeroAsiento as binary-long.

           set numeroAsiento to 0.

           if cantidad = 0 or idUsuario <= 0
               goback
           end-if

           set idMedicamentoSQL to idMedicamento.
           set tipoSQL to tipo.
           set cantidadSQL to cantidad.
           set idUsuarioSQL to idUsuario.
           set idRecetaSQL to idReceta.
           set idPacienteSQL to idPaciente.
           set documentoSQL to documento::Trim().
           set observacionesSQL to observaciones::Trim().
           set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           exec sql
               select coalesce(md.controlado_medicamento, 0) into :controlado
               from medicamentos as md
               where md.id_medicamento = :idMedicamentoSQL
           end-exec.

           if not SQLCODE = 0 or not controlado = 1
               goback
           end-if

           exec sql
               select count(*) into :responsables
               from usuarios as u
               where u.id_usuario = :idUsuarioSQL
                 and u.activo_usuario = 1
           end-exec.

           if not SQLCODE = 0 or responsables = 0
               goback
           end-if

           *> Último asiento del producto, bloqueado hasta el commit
           *> para que dos asientos simultáneos no tomen el mismo número
           set ultimoNumero to 0.
           set saldoActual to 0.
           exec sql
               select l.numero_asiento, l.saldo_asiento
               into :ultimoNumero, :saldoActual
               from libro_estupefacientes as l
               where l.medicamento_asiento = :idMedicamentoSQL
               order by l.numero_asiento desc
               limit 1
               for update
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("LibroEstupefacientes::AnotarAsiento", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               goback
           end-if

           compute saldoSQL = saldoActual + cantidad.
           if saldoSQL < 0
               exec sql
                   rollback
               end-exec
               goback
           end-if
           compute numeroSQL = ultimoNumero + 1.

           exec sql
               insert into libro_estupefacientes
                   (medicamento_asiento, numero_asiento, fecha_asiento, tipo_asiento,
                    cantidad_asiento, saldo_asiento, usuario_asiento, receta_asiento,
                    paciente_asiento, documento_asiento, observaciones_asiento)
               values
                   (:idMedicamentoSQL, :numeroSQL, :ahoraSQL, :tipoSQL,
                    :cantidadSQL, :saldoSQL, :idUsuarioSQL, :idRecetaSQL,
                    :idPacienteSQL, :documentoSQL, :observacionesSQL)
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("LibroEstupefacientes::AnotarAsiento", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               goback
           end-if

           set numeroAsiento to numeroSQL.

       end method.

       *>
       *> RegistrarEntrada
       *>
       *> Asienta la entrada en el botiquín de unidades de un producto
       *> controlado (recepción del pedido, con su albarán o vale).
       *>
       *> Parámetros:
       *>     idMedicamento (int): Producto controlado
       *>     cantidad (int): Unidades recibidas
       *>     idUsuario (int): Responsable que las recibe
       *>     documento (str): Albarán o vale de estupefacientes
       *>
       *> Devuelve:
       *>     int: número del asiento, 0 si se ha rechazado
       *>
       method-id RegistrarEntrada.
       procedure division using by value idMedicamento as binary-long
                                         cantidad as binary-long
                                         idUsuario as binary-long
                                         documento as string
                                   returning numeroAsiento as binary-long.

           set numeroAsiento to 0.

           if cantidad <= 0 or documento::Trim()::Equals("")
               goback
           end-if

           set numeroAsiento to RegistrarAsiento(idMedicamento, "Entrada", cantidad, idUsuario,
               0, 0, documento, "").

       end method.

       *>
       *> RegistrarAdministracion
       *>
       *> Asienta la administración a un paciente, desde el botiquín,
       *> de un producto controlado recetado: el producto y el
       *> paciente salen de la receta.
       *>
       *> Parámetros:
       *>     idReceta (int): Receta del producto controlado
       *>     cantidad (int): Unidades administradas
       *>     idUsuario (int): Responsable que las administra
       *>
       *> Devuelve:
       *>     int: número del asiento, 0 si se ha rechazado (receta
       *>          inexistente o de un producto no controlado, o sin
       *>          existencias suficientes)
       *>
       method-id RegistrarAdministracion.
       local-storage section.
       01 idRecetaSQL pic S9(9) COMP-4.
       01 idMedicamento pic S9(9) COMP-4.
       01 idPaciente pic S9(9) COMP-4.
       01 verificacion pic x(10).
       procedure division using by value idReceta as binary-long
                                         cantidad as binary-long
                                         idUsuario as binary-long
                                   returning numeroAsiento as binary-long.

           set numeroAsiento to 0.

           if cantidad <= 0
               goback
           end-if

           set idRecetaSQL to idReceta.

           exec sql
               select coalesce(r.medicamento_id_receta, 0), coalesce(c.paciente_cita, ch.paciente_cita, 0),
                      coalesce(r.verificacion_receta, '')
               into :idMedicamento, :idPaciente, :verificacion
               from recetas as r
               left join citas as c on (c.id_cita = r.cita_receta)
               left join citas_historico as ch on (ch.id_cita = r.cita_receta)
               where r.id_receta = :idRecetaSQL
           end-exec.

           if not SQLCODE = 0 or idMedicamento = 0
               goback
           end-if

           compute cantidad = 0 - cantidad.
           set numeroAsiento to RegistrarAsiento(idMedicamento, "Administracion", cantidad, idUsuario,
               idReceta, idPaciente, type String::Concat("Receta ", (verificacion as string)::Trim()), "").

       end method.

       *>
       *> DevuelveRecetaControladaCita
       *>
       *> Receta de un producto controlado emitida en una cita, para
       *> asentar su administración en la misma consulta.
       *>
       *> Parámetros:
       *>     idCita (int): Cita
       *>     idMedicamento (int): Medicamento del catálogo recetado
       *>
       *> Devuelve:
       *>     int: id de la última receta de ese producto en la cita,
       *>          0 si no hay ninguna o no es controlado
       *>
       method-id DevuelveRecetaControladaCita.
       local-storage section.
       01 idCitaSQL pic S9(9) COMP-4.
       01 idMedicamentoSQL pic S9(9) COMP-4.
       01 idRecetaSQL pic S9(9) COMP-4.
       procedure division using by value idCita as binary-long
                                         idMedicamento as binary-long
                                   returning idReceta as binary-long.

           set idReceta to 0.
           set idCitaSQL to idCita.
           set idMedicamentoSQL to idMedicamento.

           exec sql
               select coalesce(max(r.id_receta), 0) into :idRecetaSQL
               from recetas as r
               inner join medicamentos as md on (md.id_medicamento = r.medicamento_id_receta)
               where r.cita_receta = :idCitaSQL
                 and r.medicamento_id_receta = :idMedicamentoSQL
                 and coalesce(md.controlado_medicamento, 0) = 1
           end-exec.

           if SQLCODE = 0
               set idReceta to idRecetaSQL
           end-if

       end method.

       *>
       *> RegistrarBaja
       *>
       *> Asienta la baja de unidades de un producto controlado
       *> (caducadas, rotas, devueltas o destruidas), con su motivo.
       *>
       *> Parámetros:
       *>     idMedicamento (int): Producto controlado
       *>     cantidad (int): Unidades dadas de baja
       *>     idUsuario (int): Responsable de la baja
       *>     documento (str): Acta de destrucción o devolución
       *>     motivo (str): Motivo de la baja
       *>
       *> Devuelve:
       *>     int: número del asiento, 0 si se ha rechazado
       *>
       method-id RegistrarBaja.
       procedure division using by value idMedicamento as binary-long
                                         cantidad as binary-long
                                         idUsuario as binary-long
                                         documento as string
                                         motivo as string
                                   returning numeroAsiento as binary-long.

           set numeroAsiento to 0.

           if cantidad <= 0 or motivo::Trim()::Equals("")
               goback
           end-if

           compute cantidad = 0 - cantidad.
           set numeroAsiento to RegistrarAsiento(idMedicamento, "Baja", cantidad, idUsuario,
               0, 0, documento, motivo).

       end method.

       *>
       *> RegistrarRecuento
       *>
       *> Anota el recuento físico de un producto controlado contra el
       *> saldo del libro. Queda pendiente de firma por otro usuario
       *> (ver FirmarRecuento); no se admite un recuento nuevo del
       *> producto mientras haya otro sin firmar.
       *>
       *> Parámetros:
       *>     idMedicamento (int): Producto controlado
       *>     contado (int): Unidades contadas en el botiquín
       *>     idUsuario (int): Usuario que cuenta
       *>
       *> Devuelve:
       *>     int: id del recuento, 0 si se ha rechazado
       *>
       method-id RegistrarRecuento.
       local-storage section.
       01 idMedicamentoSQL pic S9(9) COMP-4.
       01 contadoSQL pic S9(9) COMP-4.
       01 idUsuarioSQL pic S9(9) COMP-4.
       01 ahoraSQL pic x(19).
       01 pendientes pic S9(9) COMP-4.
       01 controlado pic S9(9) COMP-4.
       01 saldoLibro pic S9(9) COMP-4.
       01 idRecuentoSQL pic S9(9) COMP-4.
       procedure division using by value idMedicamento as binary-long
                                         contado as binary-long
                                         idUsuario as binary-long
                                   returning idRecuento as binary-long.

           set idRecuento to 0.

           if contado < 0 or idUsuario <= 0
               goback
           end-if

           set idMedicamentoSQL to idMedicamento.
           set contadoSQL to contado.
           set idUsuarioSQL to idUsuario.
           set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           exec sql
               select coalesce(md.controlado_medicamento, 0) into :controlado
               from medicamentos as md
               where md.id_medicamento = :idMedicamentoSQL
           end-exec.

           if not SQLCODE = 0 or not controlado = 1
               goback
           end-if

           exec sql
               select count(*) into :pendientes
               from recuentos_estupefacientes as r
               where r.medicamento_recuento = :idMedicamentoSQL
                 and r.usuario_firma_recuento = 0
           end-exec.

           if not SQLCODE = 0 or pendientes > 0
               goback
           end-if

           set saldoLibro to DevuelveSaldo(idMedicamento).

           exec sql
               insert into recuentos_estupefacientes
                   (medicamento_recuento, fecha_recuento, usuario_recuento, saldo_libro_recuento,
                    contado_recuento, usuario_firma_recuento, asiento_recuento)
               values
                   (:idMedicamentoSQL, :ahoraSQL, :idUsuarioSQL, :saldoLibro,
                    :contadoSQL, 0, 0)
           end-exec.

           if SQLCODE < 0
               goback
           end-if

           exec sql
               select LAST_INSERT_ID() into :idRecuentoSQL
           end-exec.

           exec sql
               commit
           end-exec.

           set idRecuento to idRecuentoSQL.

       end method.

       *>
       *> FirmarRecuento
       *>
       *> Firma un recuento pendiente. Lo firma un usuario distinto del
       *> que contó; si lo contado no cuadra con el saldo del libro
       *> (tomado de nuevo al firmar, por si hubo movimientos entre
       *> medias), la diferencia se asienta como Ajuste a nombre de
       *> quien firma.
       *>
       *> Parámetros:
       *>     idRecuento (int): Recuento a firmar
       *>     idUsuarioFirma (int): Usuario que firma
       *>     observaciones (str): Explicación de la diferencia, si la
       *>                          hay
       *>
       *> Devuelve:
       *>     str: "" si el recuento quedó firmado; en caso contrario,
       *>          el motivo del rechazo
       *>
       method-id FirmarRecuento.
       local-storage section.
       01 idRecuentoSQL pic S9(9) COMP-4.
       01 idUsuarioFirmaSQL pic S9(9) COMP-4.
       01 ahoraSQL pic x(19).
       01 idMedicamento pic S9(9) COMP-4.
       01 idUsuarioRecuento pic S9(9) COMP-4.
       01 contado pic S9(9) COMP-4.
       01 firmado pic S9(9) COMP-4.
       01 saldoLibro binary-long.
       01 diferencia binary-long.
       01 asientoAjuste pic S9(9) COMP-4.
       procedure division using by value idRecuento as binary-long
                                         idUsuarioFirma as binary-long
                                         observaciones as string
                                   returning motivoRechazo as string.

           set motivoRechazo to "".
           set idRecuentoSQL to idRecuento.
           set idUsuarioFirmaSQL to idUsuarioFirma.

           exec sql
               select r.medicamento_recuento, r.usuario_recuento, r.contado_recuento,
                      r.usuario_firma_recuento
               into :idMedicamento, :idUsuarioRecuento, :contado, :firmado
               from recuentos_estupefacientes as r
               where r.id_recuento = :idRecuentoSQL
           end-exec.

           if not SQLCODE = 0
               set motivoRechazo to "El recuento indicado no existe."
               goback
           end-if

           if firmado > 0
               set motivoRechazo to "El recuento ya está firmado."
               goback
           end-if

           if idUsuarioFirma = idUsuarioRecuento
               set motivoRechazo to "El recuento debe firmarlo un usuario distinto del que lo hizo."
               goback
           end-if

           set saldoLibro to DevuelveSaldo(idMedicamento).
           compute diferencia = contado - saldoLibro.
           set asientoAjuste to 0.

           if not diferencia = 0
               if observaciones::Trim()::Equals("")
                   set motivoRechazo to type String::Concat("El recuento no cuadra con el libro (diferencia ",
                       diferencia::ToString(), "). Indique la explicación de la diferencia para firmarlo.")
                   goback
               end-if
               set asientoAjuste to AnotarAsiento(idMedicamento, "Ajuste", diferencia, idUsuarioFirma,
                   0, 0, type String::Concat("Recuento #", idRecuento::ToString()), observaciones)
               if asientoAjuste = 0
                   set motivoRechazo to "No se ha podido asentar el ajuste del recuento."
                   goback
               end-if
           end-if

           set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           exec sql
               update recuentos_estupefacientes
               set usuario_firma_recuento = :idUsuarioFirmaSQL,
                   fecha_firma_recuento = :ahoraSQL,
                   asiento_recuento = :asientoAjuste
               where id_recuento = :idRecuentoSQL
                 and usuario_firma_recuento = 0
           end-exec.

           *> El ajuste y la firma se guardan juntos o no se guarda
           *> ninguno
           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("LibroEstupefacientes::FirmarRecuento", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               set motivoRechazo to "Ha ocurrido un error firmando el recuento."
               goback
           end-if

           if SQLERRD(3) = 0
               exec sql
                   rollback
               end-exec
               set motivoRechazo to "El recuento ya está firmado."
               goback
           end-if

           exec sql
               commit
           end-exec.

           if not SQLCODE = 0
               invoke modeloErrores::RegistrarError("LibroEstupefacientes::FirmarRecuento", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               set motivoRechazo to "Ha ocurrido un error firmando el recuento."
           end-if.

       end method.

       *>
       *> DevuelveSaldo
       *>
       *> Existencias de un producto controlado según su último
       *> asiento.
       *>
       *> Parámetros:
       *>     idMedicamento (int): Producto controlado
       *>
       *> Devuelve:
       *>     int: saldo del libro, 0 si no tiene asientos
       *>
       method-id DevuelveSaldo.
       local-storage section.
       01 idMedicamentoSQL pic S9(9) COMP-4.
       01 saldoSQL pic S9(9) COMP-4.
       procedure division using by value idMedicamento as binary-long
                                   returning saldo as binary-long.

           set saldo to 0.
           set idMedicamentoSQL to idMedicamento.

           exec sql
               select l.saldo_asiento into :saldoSQL
               from libro_estupefacientes as l
               where l.medicamento_asiento = :idMedicamentoSQL
               order by l.numero_asiento desc
               limit 1
           end-exec.

           if SQLCODE = 0
               set saldo to saldoSQL
           end-if

       end method.

       *>
       *> DevuelveRecuentosPendientes
       *>
       *> Productos controlados con un recuento sin firmar o sin
       *> recuento firmado en los últimos DIAS_RECUENTO días, para el
       *> aviso del panel del administrador.
       *>
       *> Devuelve:
       *>     List[str]: "producto: motivo" por producto
       *>
       method-id DevuelveRecuentosPendientes.
       local-storage section.
       01 limiteSQL pic x(19).
       01 diasAtras binary-long.
       01 nombre pic x(100).
       01 sinFirmar pic S9(9) COMP-4.
       01 ultimaFirma pic x(19).
       procedure division returning pendientes as List[string].

           set pendientes to new List[string]().
           compute diasAtras = 0 - DIAS_RECUENTO.
           set limiteSQL to type DateTime::Now::AddDays(diasAtras)::ToString("yyyy-MM-dd HH:mm:ss").

           exec sql
               declare recuentosPendientesTbl cursor for
                   select md.nombre_medicamento,
                          (select count(*) from recuentos_estupefacientes as r
                           where r.medicamento_recuento = md.id_medicamento
                             and r.usuario_firma_recuento = 0),
                          coalesce((select max(r2.fecha_firma_recuento) from recuentos_estupefacientes as r2
                                    where r2.medicamento_recuento = md.id_medicamento
                                      and r2.usuario_firma_recuento > 0), '')
                   from medicamentos as md
                   where coalesce(md.controlado_medicamento, 0) = 1
                   order by md.nombre_medicamento asc
           end-exec.

           exec sql
               open recuentosPendientesTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch recuentosPendientesTbl into :nombre, :sinFirmar, :ultimaFirma
               end-exec
               if SQLCODE = 0
                   if sinFirmar > 0
                       invoke pendientes::Add(type String::Concat((nombre as string)::Trim(),
                           ": recuento pendiente de firma"))
                   else
                       if (ultimaFirma as string)::Trim()::Equals("")
                           invoke pendientes::Add(type String::Concat((nombre as string)::Trim(),
                               ": sin ningún recuento firmado"))
                       else
                           if (ultimaFirma as string)::CompareTo(limiteSQL as string) < 0
                               invoke pendientes::Add(type String::Concat((nombre as string)::Trim(),
                                   ": último recuento firmado el ", (ultimaFirma as string)::Trim()))
                           end-if
                       end-if
                   end-if
               end-if
           end-perform.

           exec sql
               close recuentosPendientesTbl
           end-exec.

       end method.

       *>
       *> DevuelveRecuentos
       *>
       *> Recuentos de un producto controlado, los más recientes
       *> primero.
       *>
       *> Parámetros:
       *>     idMedicamento (int): Producto controlado
       *>
       *> Devuelve:
       *>     List[str]: "Recuento #id - fecha - libro/contado - firma"
       *>                por recuento
       *>
       method-id DevuelveRecuentos.
       local-storage section.
       01 idMedicamentoSQL pic S9(9) COMP-4.
       01 idRecuento pic S9(9) COMP-4.
       01 fechaRecuento pic x(19).
       01 saldoLibro pic S9(9) COMP-4.
       01 contado pic S9(9) COMP-4.
       01 contador pic x(100).
       01 firmante pic x(100).
       01 fechaFirma pic x(19).
       01 asientoAjuste pic S9(9) COMP-4.
       01 textoFirma string.
       procedure division using by value idMedicamento as binary-long
                                   returning recuentos as List[string].

           set recuentos to new List[string]().
           set idMedicamentoSQL to idMedicamento.

           exec sql
               declare recuentosTbl cursor for
                   select r.id_recuento, r.fecha_recuento, r.saldo_libro_recuento, r.contado_recuento,
                          concat(uc.nombre_real_usuario, ' ', uc.apellidos_usuario),
                          coalesce(concat(uf.nombre_real_usuario, ' ', uf.apellidos_usuario), ''),
                          coalesce(r.fecha_firma_recuento, ''), r.asiento_recuento
                   from recuentos_estupefacientes as r
                   left join usuarios as uc on (uc.id_usuario = r.usuario_recuento)
                   left join usuarios as uf on (uf.id_usuario = r.usuario_firma_recuento)
                   where r.medicamento_recuento = :idMedicamentoSQL
                   order by r.fecha_recuento desc
           end-exec.

           exec sql
               open recuentosTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch recuentosTbl into :idRecuento, :fechaRecuento, :saldoLibro, :contado,
                                           :contador, :firmante, :fechaFirma, :asientoAjuste
               end-exec
               if SQLCODE = 0
                   if (fechaFirma as string)::Trim()::Equals("")
                       set textoFirma to "PENDIENTE DE FIRMA"
                   else
                       set textoFirma to type String::Concat("firmado por ", (firmante as string)::Trim(),
                           " el ", (fechaFirma as string)::Trim())
                       if asientoAjuste > 0
                           set textoFirma to type String::Concat(textoFirma, ", ajuste en asiento ",
                               asientoAjuste::ToString())
                       end-if
                   end-if
                   invoke recuentos::Add(type String::Concat(
                       "Recuento #", idRecuento::ToString(), " - ", (fechaRecuento as string)::Trim(),
                       " - libro ", saldoLibro::ToString(), " / contado ", contado::ToString(),
                       " - por ", (contador as string)::Trim(), " - ", textoFirma))
               end-if
           end-perform.

           exec sql
               close recuentosTbl
           end-exec.

       end method.

       *>
       *> ImprimirLibro
       *>
       *> Escribe en la carpeta estupefacientes la hoja del libro
       *> oficial de un producto controlado entre dos fechas: datos
       *> del producto, existencias al inicio, un renglón por asiento
       *> (número, fecha, procedencia o destino, documento, entrada,
       *> salida, existencias y responsable), existencias al final y
       *> los recuentos firmados del periodo.
       *>
       *> Parámetros:
       *>     idMedicamento (int): Producto controlado
       *>     desdeSQL (str): Primer día, "yyyy-MM-dd"
       *>     hastaSQL (str): Último día, "yyyy-MM-dd"
       *>
       *> Devuelve:
       *>     str: ruta del libro, "" si el producto no es controlado
       *>
       method-id ImprimirLibro.
       local-storage section.
       01 idMedicamentoSQL pic S9(9) COMP-4.
       01 desdeArgumento pic x(19).
       01 hastaArgumento pic x(19).
       01 nombre pic x(100).
       01 presentacion pic x(100).
       01 principio pic x(100).
       01 controlado pic S9(9) COMP-4.
       01 saldoInicial pic S9(9) COMP-4.
       01 saldoFinal binary-long.
       01 numero pic S9(9) COMP-4.
       01 fechaAsiento pic x(19).
       01 tipo pic x(15).
       01 cantidad pic S9(9) COMP-4.
       01 saldo pic S9(9) COMP-4.
       01 documento pic x(100).
       01 observaciones pic x(255).
       01 paciente pic x(130).
       01 responsable pic x(130).
       01 procedencia string.
       01 entrada string.
       01 salida string.
       01 unidadesSalida binary-long.
       01 recuentos List[string].
       01 contenido type System.Text.StringBuilder.
       01 carpeta string.
       procedure division using by value idMedicamento as binary-long
                                         desdeSQL as string
                                         hastaSQL as string
                                   returning rutaArchivo as string.

           set rutaArchivo to "".
           set idMedicamentoSQL to idMedicamento.
           set desdeArgumento to type String::Concat(desdeSQL, " 00:00:00").
           set hastaArgumento to type String::Concat(hastaSQL, " 23:59:59").

           exec sql
               select md.nombre_medicamento, coalesce(md.presentacion_medicamento, ''),
                      coalesce(md.principio_activo_medicamento, ''), coalesce(md.controlado_medicamento, 0)
               into :nombre, :presentacion, :principio, :controlado
               from medicamentos as md
               where md.id_medicamento = :idMedicamentoSQL
           end-exec.

           if not SQLCODE = 0 or not controlado = 1
               goback
           end-if

           set saldoInicial to 0.
           exec sql
               select l.saldo_asiento into :saldoInicial
               from libro_estupefacientes as l
               where l.medicamento_asiento = :idMedicamentoSQL
                 and l.fecha_asiento < :desdeArgumento
               order by l.numero_asiento desc
               limit 1
           end-exec.
           set saldoFinal to saldoInicial.

           set contenido to new System.Text.StringBuilder().
           invoke contenido::AppendLine("LIBRO DE CONTABILIDAD DE ESTUPEFACIENTES").
           invoke contenido::AppendLine("").
           invoke contenido::AppendLine(type String::Concat("Sustancia / medicamento: ", (nombre as string)::Trim())).
           invoke contenido::AppendLine(type String::Concat("Principio activo:        ", (principio as string)::Trim())).
           invoke contenido::AppendLine(type String::Concat("Presentación:            ", (presentacion as string)::Trim())).
           invoke contenido::AppendLine(type String::Concat("Periodo:                 ", desdeSQL, " a ", hastaSQL)).
           invoke contenido::AppendLine("").
           invoke contenido::AppendLine(type String::Concat("Existencias al inicio del periodo: ", saldoInicial::ToString())).
           invoke contenido::AppendLine("").
           invoke contenido::AppendLine(type String::Concat(
               "Nº"::PadRight(6), "Fecha"::PadRight(17), "Procedencia / destino"::PadRight(40),
               "Documento"::PadRight(22), "Entrada"::PadLeft(8), "Salida"::PadLeft(8),
               "Exist."::PadLeft(8), "  Responsable")).
           invoke contenido::AppendLine(""::PadRight(130, "-")).

           exec sql
               declare libroTbl cursor for
                   select l.numero_asiento, l.fecha_asiento, l.tipo_asiento, l.cantidad_asiento,
                          l.saldo_asiento, coalesce(l.documento_asiento, ''),
                          coalesce(l.observaciones_asiento, ''),
                          coalesce(concat(up.nombre_real_usuario, ' ', up.apellidos_usuario), ''),
                          coalesce(concat(ur.nombre_real_usuario, ' ', ur.apellidos_usuario), '')
                   from libro_estupefacientes as l
                   left join usuarios as up on (up.id_usuario = l.paciente_asiento)
                   left join usuarios as ur on (ur.id_usuario = l.usuario_asiento)
                   where l.medicamento_asiento = :idMedicamentoSQL
                     and l.fecha_asiento >= :desdeArgumento
                     and l.fecha_asiento <= :hastaArgumento
                   order by l.numero_asiento asc
           end-exec.

           exec sql
               open libroTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch libroTbl into :numero, :fechaAsiento, :tipo, :cantidad, :saldo,
                                       :documento, :observaciones, :paciente, :responsable
               end-exec
               if SQLCODE = 0
                   evaluate (tipo as string)::Trim()
                       when "Entrada"
                           set procedencia to "Entrada en botiquín"
                       when "Administracion"
                           set procedencia to type String::Concat("Paciente ", (paciente as string)::Trim())
                       when "Baja"
                           set procedencia to type String::Concat("Baja: ", (observaciones as string)::Trim())
                       when other
                           set procedencia to type String::Concat("Ajuste: ", (observaciones as string)::Trim())
                   end-evaluate
                   if procedencia::Length > 38
                       set procedencia to procedencia::Substring(0, 38)
                   end-if
                   if cantidad > 0
                       set entrada to cantidad::ToString()
                       set salida to ""
                   else
                       set entrada to ""
                       compute unidadesSalida = 0 - cantidad
                       set salida to unidadesSalida::ToString()
                   end-if
                   invoke contenido::AppendLine(type String::Concat(
                       numero::ToString()::PadRight(6),
                       (fechaAsiento as string)::Trim()::Substring(0, 16)::PadRight(17),
                       procedencia::PadRight(40),
                       (documento as string)::Trim()::PadRight(22),
                       entrada::PadLeft(8), salida::PadLeft(8), saldo::ToString()::PadLeft(8),
                       "  ", (responsable as string)::Trim()))
                   set saldoFinal to saldo
               end-if
           end-perform.

           exec sql
               close libroTbl
           end-exec.

           invoke contenido::AppendLine(""::PadRight(130, "-")).
           invoke contenido::AppendLine(type String::Concat("Existencias al final del periodo: ", saldoFinal::ToString())).
           invoke contenido::AppendLine("").
           invoke contenido::AppendLine("Recuentos:").
           set recuentos to DevuelveRecuentos(idMedicamento).
           perform varying recuento as string through recuentos
               invoke contenido::AppendLine(type String::Concat("  ", recuento))
           end-perform.
           invoke contenido::AppendLine("").
           invoke contenido::AppendLine(type String::Concat("Emitido el ", type DateTime::Now::ToString("dd/MM/yyyy HH:mm"))).
           invoke contenido::AppendLine("").
           invoke contenido::AppendLine("Firma del responsable del botiquín:").

           set carpeta to type String::Concat(type AppDomain::CurrentDomain::BaseDirectory, "estupefacientes").
           if not type System.IO.Directory::Exists(carpeta)
               invoke type System.IO.Directory::CreateDirectory(carpeta)
           end-if

           set rutaArchivo to type String::Concat(carpeta, "\libro_", idMedicamento::ToString(), "_",
               desdeSQL::Replace("-", ""), "_", hastaSQL::Replace("-", ""), ".txt").
           invoke type System.IO.File::WriteAllText(rutaArchivo, contenido::ToString()).

       end method.

       end class.
