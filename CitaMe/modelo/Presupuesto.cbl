       *>
       *> Presupuesto
       *>
       *> Clase que encapsula los presupuestos de tratamiento privado
       *> que el mostrador entrega al paciente antes de reservar: una
       *> serie de sesiones con un médico (ver Cita::RegistrarSerie)
       *> y/o un conjunto de pruebas, valorados con las tarifas
       *> vigentes el día en que se emite y con una fecha de validez.
       *>
       *> Tablas:
       *>  - presupuestos: id_presupuesto, paciente_presupuesto,
       *>    medico_presupuesto, motivo_presupuesto,
       *>    tipo_cita_presupuesto, sesiones_presupuesto,
       *>    cadencia_presupuesto, importe_presupuesto,
       *>    fecha_presupuesto, validez_presupuesto,
       *>    estado_presupuesto (Emitido, Aceptado, Rechazado o
       *>    Caducado), serie_presupuesto (id de la primera cita de la
       *>    serie reservada al aceptarlo) y fecha_aceptacion_presupuesto.
       *>  - presupuesto_lineas: id_linea_presupuesto,
       *>    presupuesto_linea, tipo_linea_presupuesto (Sesion o
       *>    Prueba), concepto_linea_presupuesto,
       *>    cantidad_linea_presupuesto, precio_linea_presupuesto,
       *>    importe_linea_presupuesto y facturadas_linea_presupuesto
       *>    (unidades ya facturadas al precio presupuestado).
       *>
       *> Al aceptarlo, el presupuesto se convierte en la serie de
       *> citas reservada y sus precios quedan fijados: las facturas de
       *> las sesiones de la serie y de las pruebas presupuestadas se
       *> emiten al precio del presupuesto aunque la tarifa cambie
       *> después (ver Factura::GenerarFacturaCita y
       *> RecogerConceptosPendientes). Los presupuestos no aceptados
       *> caducan al pasar su validez (tarea diaria del planificador)
       *> y se pueden consultar para su seguimiento.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.Presupuesto.

       working-storage section.

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
       *> FormateaImporte
       *>
       *> Importe en céntimos a euros, como se imprime en el
       *> presupuesto.
       *>
       method-id FormateaImporte private.
       procedure division using by value importeCentimos as binary-long
                                   returning texto as string.

           set texto to type String::Concat((importeCentimos / 100)::ToString(), ",",
               (function mod(importeCentimos, 100))::ToString("00"), " EUR").

       end method.

       *>
       *> RecalcularImporte
       *>
       *> Deja en importe_presupuesto la suma de sus líneas.
       *>
       method-id RecalcularImporte private.
       local-storage section.
       01 idPresupuestoSQL pic S9(9) COMP-4.
       procedure division using by value idPresupuesto as binary-long.

           set idPresupuestoSQL to idPresupuesto.

           exec sql
               update presupuestos
               set importe_presupuesto = (
                   select coalesce(sum(pl.importe_linea_presupuesto), 0)
                   from presupuesto_lineas as pl
                   where pl.presupuesto_linea = :idPresupuestoSQL)
               where id_presupuesto = :idPresupuestoSQL
           end-exec.

       end method.

       *>
       *> CrearPresupuesto
       *>
       *> Emite un presupuesto para una serie de sesiones con un
       *> médico, valoradas con la tarifa vigente de su especialidad y
       *> del tipo de cita. Con cero sesiones el presupuesto queda
       *> vacío para añadirle solo pruebas (ver AnadirPrueba).
       *>
       *> Parámetros:
       *>     idPaciente (int): Paciente
       *>     idMedico (int): Médico de las sesiones
       *>     motivo (str): Motivo del tratamiento
       *>     tipoCita (str): Tipo de cita de las sesiones
       *>     cadenciaDias (int): Días entre sesiones (7 = semanal)
       *>     numSesiones (int): Número de sesiones, 0 si solo pruebas
       *>     diasValidez (int): Días de validez desde hoy
       *>
       *> Devuelve:
       *>     int: id del presupuesto emitido, 0 si el médico no tiene
       *>          tarifa para ese tipo de cita o hubo un error
       *>
       method-id CrearPresupuesto.
       local-storage section.
       01 idPacienteSQL pic S9(9) COMP-4.
       01 idMedicoSQL pic S9(9) COMP-4.
       01 motivoSQL pic x(255).
       01 tipoCitaSQL pic x(25).
       01 cadenciaSQL pic S9(9) COMP-4.
       01 sesionesSQL pic S9(9) COMP-4.
       01 hoySQL pic x(10).
       01 validezSQL pic x(10).
       01 especialidad pic x(25).
       01 precioSesion pic S9(9) COMP-4.
       01 idPresupuestoNuevo pic S9(9) COMP-4.
       01 conceptoSQL pic x(100).
       01 importeLinea pic S9(9) COMP-4.
       procedure division using by value idPaciente as binary-long
                                         idMedico as binary-long
                                         motivo as string
                                         tipoCita as string
                                         cadenciaDias as binary-long
                                         numSesiones as binary-long
                                         diasValidez as binary-long
                                   returning idPresupuesto as binary-long.

           set idPresupuesto to 0.
           set idPacienteSQL to idPaciente.
           set idMedicoSQL to idMedico.
           set motivoSQL to motivo::Trim().
           set tipoCitaSQL to tipoCita::Trim().
           set cadenciaSQL to cadenciaDias.
           set sesionesSQL to numSesiones.
           set hoySQL to type DateTime::Now::ToString("yyyy-MM-dd").
           set validezSQL to type DateTime::Now::AddDays(diasValidez)::ToString("yyyy-MM-dd").
           set precioSesion to 0.

           if numSesiones < 0 or diasValidez < 1
               goback
           end-if

           if numSesiones > 0
               exec sql
                   select m.especialidad_medico, t.importe_tarifa
                   into :especialidad, :precioSesion
                   from medicos as m
                   inner join tarifas as t on (t.especialidad_tarifa = m.especialidad_medico
                                               and t.tipo_cita_tarifa = :tipoCitaSQL)
                   where m.id_usuario_medico = :idMedicoSQL
               end-exec
               if not SQLCODE = 0
                   goback
               end-if
           end-if

           exec sql
               insert into presupuestos
                   (paciente_presupuesto, medico_presupuesto, motivo_presupuesto,
                    tipo_cita_presupuesto, sesiones_presupuesto, cadencia_presupuesto,
                    importe_presupuesto, fecha_presupuesto, validez_presupuesto,
                    estado_presupuesto, serie_presupuesto)
               values
                   (:idPacienteSQL, :idMedicoSQL, :motivoSQL,
                    :tipoCitaSQL, :sesionesSQL, :cadenciaSQL,
                    0, :hoySQL, :validezSQL,
                    'Emitido', 0)
           end-exec.

           if not SQLCODE = 0
               goback
           end-if

           exec sql
               select LAST_INSERT_ID() into :idPresupuestoNuevo
           end-exec.

           if numSesiones > 0
               set conceptoSQL to type String::Concat("Sesión ", tipoCita::Trim(), " - ", (especialidad as string)::Trim())
               set importeLinea to precioSesion * numSesiones
               exec sql
                   insert into presupuesto_lineas
                       (presupuesto_linea, tipo_linea_presupuesto, concepto_linea_presupuesto,
                        cantidad_linea_presupuesto, precio_linea_presupuesto,
                        importe_linea_presupuesto, facturadas_linea_presupuesto)
                   values
                       (:idPresupuestoNuevo, 'Sesion', :conceptoSQL,
                        :sesionesSQL, :precioSesion, :importeLinea, 0)
               end-exec
               invoke RecalcularImporte(idPresupuestoNuevo)
           end-if

           exec sql
               commit
           end-exec.

           if SQLCODE = 0
               set idPresupuesto to idPresupuestoNuevo
           end-if.

       end method.

       *>
       *> AnadirPrueba
       *>
       *> Añade a un presupuesto todavía no aceptado una prueba
       *> valorada con su precio en la lista de tarifas (familia
       *> "Prueba", ver Factura::ConfigurarTarifa).
       *>
       *> Parámetros:
       *>     idPresupuesto (int): Presupuesto emitido
       *>     nombrePrueba (str): Nombre de la prueba
       *>     cantidad (int): Número de pruebas
       *>
       *> Devuelve:
       *>     Boolean: True si la línea quedó añadida, False si la
       *>              prueba no tiene precio, el presupuesto no está
       *>              emitido o hubo un error
       *>
       method-id AnadirPrueba.
       local-storage section.
       01 idPresupuestoSQL pic S9(9) COMP-4.
       01 conceptoSQL pic x(100).
       01 cantidadSQL pic S9(9) COMP-4.
       01 precio pic S9(9) COMP-4.
       01 importeLinea pic S9(9) COMP-4.
       01 emitido pic S9(9) COMP-4.
       procedure division using by value idPresupuesto as binary-long
                                         nombrePrueba as string
                                         cantidad as binary-long
                                   returning exito as type Boolean.

           set exito to False.
           set idPresupuestoSQL to idPresupuesto.
           set conceptoSQL to nombrePrueba::Trim().
           set cantidadSQL to cantidad.

           if cantidad < 1
               goback
           end-if

           exec sql
               select count(*) into :emitido
               from presupuestos as p
               where p.id_presupuesto = :idPresupuestoSQL
                 and p.estado_presupuesto = 'Emitido'
           end-exec.

           if not SQLCODE = 0 or emitido = 0
               goback
           end-if

           exec sql
               select t.importe_tarifa into :precio
               from tarifas as t
               where t.especialidad_tarifa = 'Prueba'
                 and t.tipo_cita_tarifa = :conceptoSQL
           end-exec.

           if not SQLCODE = 0
               goback
           end-if

           set importeLinea to precio * cantidad.

           exec sql
               insert into presupuesto_lineas
                   (presupuesto_linea, tipo_linea_presupuesto, concepto_linea_presupuesto,
                    cantidad_linea_presupuesto, precio_linea_presupuesto,
                    importe_linea_presupuesto, facturadas_linea_presupuesto)
               values
                   (:idPresupuestoSQL, 'Prueba', :conceptoSQL,
                    :cantidadSQL, :precio, :importeLinea, 0)
           end-exec.

           if SQLCODE = 0
               invoke RecalcularImporte(idPresupuesto)
               set exito to True
           end-if

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> AceptarPresupuesto
       *>
       *> El paciente acepta un presupuesto en vigor: si incluye
       *> sesiones se reserva la serie completa (ver
       *> Cita::RegistrarSerie) y queda enlazada al presupuesto, cuyos
       *> precios se aplicarán a las facturas. Un presupuesto cuya
       *> validez ha pasado queda caducado y no se puede aceptar.
       *>
       *> Parámetros:
       *>     idPresupuesto (int): Presupuesto emitido
       *>     horario (str): Horario de preferencia de las sesiones
       *>                    (Mananas/Tardes/Indiferente)
       *>
       *> Devuelve:
       *>     Cita: primera cita de la serie reservada; para un
       *>           presupuesto solo de pruebas, una cita vacía (id 0).
       *>           null si el presupuesto no está en vigor o no se
       *>           encontró una cadena de huecos libre
       *>
       method-id AceptarPresupuesto.
       local-storage section.
       01 idPresupuestoSQL pic S9(9) COMP-4.
       01 idPaciente pic S9(9) COMP-4.
       01 idMedico pic S9(9) COMP-4.
       01 motivoSQL pic x(255).
       01 tipoCitaSQL pic x(25).
       01 sesiones pic S9(9) COMP-4.
       01 cadencia pic S9(9) COMP-4.
       01 validezSQL pic x(10).
       01 hoySQL pic x(10).
       01 ahoraSQL pic x(19).
       01 idSerie pic S9(9) COMP-4.
       01 idMedicoSerie binary-short.
       01 idPacienteSerie binary-short.
       01 cadenciaSerie binary-short.
       01 sesionesSerie binary-short.
       01 modeloCita type CitaMe.modelo.Cita.
       procedure division using by value idPresupuesto as binary-long
                                         horario as string
                                   returning primeraCita as type CitaMe.modelo.Cita.

           set primeraCita to null.
           set idPresupuestoSQL to idPresupuesto.
           set hoySQL to type DateTime::Now::ToString("yyyy-MM-dd").

           exec sql
               select p.paciente_presupuesto, p.medico_presupuesto, coalesce(p.motivo_presupuesto, ''),
                      coalesce(p.tipo_cita_presupuesto, ''), p.sesiones_presupuesto,
                      p.cadencia_presupuesto, p.validez_presupuesto
               into :idPaciente, :idMedico, :motivoSQL, :tipoCitaSQL, :sesiones, :cadencia, :validezSQL
               from presupuestos as p
               where p.id_presupuesto = :idPresupuestoSQL
                 and p.estado_presupuesto = 'Emitido'
           end-exec.

           if not SQLCODE = 0
               goback
           end-if

           if (validezSQL as string)::CompareTo(hoySQL) < 0
               exec sql
                   update presupuestos
                   set estado_presupuesto = 'Caducado'
                   where id_presupuesto = :idPresupuestoSQL
               end-exec
               exec sql
                   commit
               end-exec
               goback
           end-if

           if sesiones > 0
               set modeloCita to new CitaMe.modelo.Cita()
               set idMedicoSerie to idMedico
               set idPacienteSerie to idPaciente
               set cadenciaSerie to cadencia
               set sesionesSerie to sesiones
               set primeraCita to modeloCita::RegistrarSerie(idMedicoSerie, idPacienteSerie,
                   (motivoSQL as string)::Trim(), (tipoCitaSQL as string)::Trim(),
                   cadenciaSerie, sesionesSerie, horario)
               if primeraCita = null
                   goback
               end-if
               set idSerie to primeraCita::serie_cita
           else
               set primeraCita to new CitaMe.modelo.Cita()
               set idSerie to 0
           end-if

           set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           exec sql
               update presupuestos
               set estado_presupuesto = 'Aceptado',
                   serie_presupuesto = :idSerie,
                   fecha_aceptacion_presupuesto = :ahoraSQL
               where id_presupuesto = :idPresupuestoSQL
           end-exec.

           *> Sin el presupuesto marcado como aceptado la serie quedaría
           *> reservada sin sus precios: se anula también
           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("Presupuesto::AceptarPresupuesto", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               if idSerie > 0
                   invoke modeloCita::CancelarSerieDeCita(primeraCita::id_cita, "Error al aceptar el presupuesto")
               end-if
               set primeraCita to null
               goback
           end-if

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> RechazarPresupuesto
       *>
       *> Deja constancia de que el paciente no acepta un presupuesto
       *> emitido.
       *>
       *> Parámetros:
       *>     idPresupuesto (int): Presupuesto emitido
       *>
       *> Devuelve:
       *>     Boolean: True si quedó rechazado
       *>
       method-id RechazarPresupuesto.
       local-storage section.
       01 idPresupuestoSQL pic S9(9) COMP-4.
       procedure division using by value idPresupuesto as binary-long
                                   returning exito as type Boolean.

           set exito to False.
           set idPresupuestoSQL to idPresupuesto.

           exec sql
               update presupuestos
               set estado_presupuesto = 'Rechazado'
               where id_presupuesto = :idPresupuestoSQL
                 and estado_presupuesto = 'Emitido'
           end-exec.

           if SQLCODE = 0
               set exito to True
           end-if

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> CaducarPresupuestos
       *>
       *> Marca como caducados los presupuestos emitidos cuya validez
       *> ya ha pasado sin que el paciente los aceptara. Lanzado a
       *> diario por el planificador de tareas.
       *>
       *> Devuelve:
       *>     int: Número de presupuestos caducados
       *>
       method-id CaducarPresupuestos.
       local-storage section.
       01 hoySQL pic x(10).
       01 pendientes pic S9(9) COMP-4.
       procedure division returning totalCaducados as binary-long.

           set totalCaducados to 0.
           set hoySQL to type DateTime::Now::ToString("yyyy-MM-dd").

           exec sql
               select count(*) into :pendientes
               from presupuestos as p
               where p.estado_presupuesto = 'Emitido'
                 and p.validez_presupuesto < :hoySQL
           end-exec.

           if not SQLCODE = 0 or pendientes = 0
               goback
           end-if

           exec sql
               update presupuestos
               set estado_presupuesto = 'Caducado'
               where estado_presupuesto = 'Emitido'
                 and validez_presupuesto < :hoySQL
           end-exec.

           exec sql
               commit
           end-exec.

           set totalCaducados to pendientes.

       end method.

       *>
       *> DevuelvePresupuestosNoAceptados
       *>
       *> Devuelve los presupuestos emitidos que el paciente no ha
       *> aceptado (pendientes, rechazados y caducados) desde una
       *> fecha, para el seguimiento del mostrador.
       *>
       *> Parámetros:
       *>     desdeSQL (str): Fecha de emisión mínima, "yyyy-MM-dd"
       *>
       *> Devuelve:
       *>     List[string]: un presupuesto por línea
       *>
       method-id DevuelvePresupuestosNoAceptados.
       local-storage section.
       01 desdeArgumento pic x(10).
       01 idPresupuesto pic S9(9) COMP-4.
       01 fechaEmision pic x(10).
       01 validez pic x(10).
       01 estado pic x(15).
       01 importe pic S9(9) COMP-4.
       01 nombreReal pic x(45).
       01 apellidos pic x(80).
       01 motivo pic x(255).
       procedure division using by value desdeSQL as string
                                   returning presupuestos as List[string].

           set presupuestos to new List[string]().
           set desdeArgumento to desdeSQL.

           exec sql
               declare presupuestosNoAceptadosTbl cursor for
                   select p.id_presupuesto, p.fecha_presupuesto, p.validez_presupuesto,
                          p.estado_presupuesto, p.importe_presupuesto,
                          u.nombre_real_usuario, u.apellidos_usuario, coalesce(p.motivo_presupuesto, '')
                   from presupuestos as p
                   left join usuarios as u on (p.paciente_presupuesto = u.id_usuario)
                   where p.estado_presupuesto <> 'Aceptado'
                     and p.fecha_presupuesto >= :desdeArgumento
                   order by p.fecha_presupuesto desc, p.id_presupuesto desc
           end-exec.

           exec sql
               open presupuestosNoAceptadosTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch presupuestosNoAceptadosTbl into :idPresupuesto, :fechaEmision, :validez,
                                                         :estado, :importe, :nombreReal, :apellidos, :motivo
               end-exec
               if SQLCODE = 0
                   invoke presupuestos::Add(type String::Concat(
                       "#", idPresupuesto::ToString(), " ", (fechaEmision as string)::Trim(),
                       " (válido hasta ", (validez as string)::Trim(), ") - ",
                       (estado as string)::Trim(), " - ",
                       (nombreReal as string)::Trim(), " ", (apellidos as string)::Trim(), " - ",
                       (motivo as string)::Trim(), " - ", FormateaImporte(importe)))
               end-if
           end-perform.

           exec sql
               close presupuestosNoAceptadosTbl
           end-exec.

       end method.

       *>
       *> GenerarDocumentoPresupuesto
       *>
       *> Genera el documento imprimible del presupuesto que se
       *> entrega al paciente, con sus líneas, el total y la fecha de
       *> validez.
       *>
       *> Parámetros:
       *>     idPresupuesto (int): Presupuesto
       *>
       *> Devuelve:
       *>     str: texto del presupuesto, "" si no existe
       *>
       method-id GenerarDocumentoPresupuesto.
       local-storage section.
       01 idPresupuestoSQL pic S9(9) COMP-4.
       01 fechaEmision pic x(10).
       01 validez pic x(10).
       01 importe pic S9(9) COMP-4.
       01 nombreReal pic x(45).
       01 apellidos pic x(80).
       01 motivo pic x(255).
       01 sesiones pic S9(9) COMP-4.
       01 cadencia pic S9(9) COMP-4.
       01 concepto pic x(100).
       01 cantidad pic S9(9) COMP-4.
       01 precio pic S9(9) COMP-4.
       01 importeLinea pic S9(9) COMP-4.
       01 contenido string.
       procedure division using by value idPresupuesto as binary-long
                                   returning documento as string.

           set documento to "".
           set idPresupuestoSQL to idPresupuesto.

           exec sql
               select p.fecha_presupuesto, p.validez_presupuesto, p.importe_presupuesto,
                      u.nombre_real_usuario, u.apellidos_usuario, coalesce(p.motivo_presupuesto, ''),
                      p.sesiones_presupuesto, p.cadencia_presupuesto
               into :fechaEmision, :validez, :importe, :nombreReal, :apellidos, :motivo,
                    :sesiones, :cadencia
               from presupuestos as p
               left join usuarios as u on (p.paciente_presupuesto = u.id_usuario)
               where p.id_presupuesto = :idPresupuestoSQL
           end-exec.

           if not SQLCODE = 0
               goback
           end-if

           set contenido to type String::Concat(
               "Presupuesto nº ", idPresupuesto::ToString(), " - CitaMe", type Environment::NewLine,
               "Fecha: ", (fechaEmision as string)::Trim(), type Environment::NewLine,
               "Paciente: ", (nombreReal as string)::Trim(), " ", (apellidos as string)::Trim(), type Environment::NewLine,
               "Tratamiento: ", (motivo as string)::Trim(), type Environment::NewLine).

           if sesiones > 0
               set contenido to type String::Concat(contenido,
                   sesiones::ToString(), " sesiones, una cada ", cadencia::ToString(), " días", type Environment::NewLine)
           end-if

           set contenido to type String::Concat(contenido, type Environment::NewLine, "Conceptos:", type Environment::NewLine).

           exec sql
               declare presupuestoLineasTbl cursor for
                   select pl.concepto_linea_presupuesto, pl.cantidad_linea_presupuesto,
                          pl.precio_linea_presupuesto, pl.importe_linea_presupuesto
                   from presupuesto_lineas as pl
                   where pl.presupuesto_linea = :idPresupuestoSQL
                   order by pl.id_linea_presupuesto
           end-exec.

           exec sql
               open presupuestoLineasTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch presupuestoLineasTbl into :concepto, :cantidad, :precio, :importeLinea
               end-exec
               if SQLCODE = 0
                   set contenido to type String::Concat(contenido, "  ",
                       (concepto as string)::Trim(), "  ", cantidad::ToString(), " x ",
                       FormateaImporte(precio), " = ", FormateaImporte(importeLinea), type Environment::NewLine)
               end-if
           end-perform.

           exec sql
               close presupuestoLineasTbl
           end-exec.

           set contenido to type String::Concat(contenido, type Environment::NewLine,
               "Total: ", FormateaImporte(importe), type Environment::NewLine,
               "Válido hasta: ", (validez as string)::Trim(), ". Los precios quedan garantizados", type Environment::NewLine,
               "para las citas y pruebas de este presupuesto si se acepta antes de esa fecha.", type Environment::NewLine).

           set documento to contenido.

       end method.

       end class.
