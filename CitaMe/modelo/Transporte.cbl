       *>
       *> Transporte
       *>
       *> Clase que encapsula el transporte sanitario no urgente
       *> (ambulancia o vehículo adaptado) de los pacientes que no
       *> pueden venir por sus medios, habitualmente los marcados con
       *> movilidad reducida (ver Paciente::NecesitaSalaAccesible), en
       *> vez de pedirlo por teléfono sin dejar constancia.
       *>
       *> Cada solicitud va ligada a una cita (tabla transportes_cita:
       *> id_transporte, cita_transporte, proveedor_transporte,
       *> direccion_transporte, modalidad_transporte, acompanante_
       *> transporte, vuelta_transporte, estado_transporte,
       *> fecha_solicitud_transporte, fecha_manifiesto_transporte,
       *> motivo_fallo_transporte y usuario_transporte). Las empresas
       *> de transporte se dan de alta en el maestro de proveedores
       *> (ver PedidoProveedor::RegistrarProveedor), con el correo al
       *> que se les envía el manifiesto.
       *>
       *> Estados: Solicitado -> Comunicado (ya va en un manifiesto)
       *> -> Anulado (cita cancelada) o Fallido (el transporte no
       *> llegó y el paciente perdió la cita).
       *>
       *> La víspera, la pasada diaria del planificador genera un
       *> manifiesto por proveedor en la carpeta transportes (una
       *> línea por traslado, campos separados por "|", como los
       *> ficheros del laboratorio):
       *>   TRA|idTransporte|fecha|hora|idPaciente|nombre|dirección|
       *>       modalidad|acompañante|vuelta
       *> y se lo envía por correo. Si la cita se reprograma o se
       *> cancela, el proveedor recibe el aviso en ese momento (ver
       *> Cita::ReprogramarCita / Cita::CancelarCita). Las citas
       *> perdidas por fallo del transporte se cancelan con su motivo
       *> y no cuentan como no presentados.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.Transporte.

       working-storage section.

       01 modeloNotificador type CitaMe.modelo.Notificador.
       01 modeloErrores type CitaMe.modelo.RegistroErrores.

       01 mfsqlmessagetext pic x(355) values "".

       *> Habilita las variables de SQL
       exec sql
           include sqlca
       end-exec.

       method-id NEW.
       procedure division.
           set modeloNotificador to new CitaMe.modelo.Notificador().
           set modeloErrores to new CitaMe.modelo.RegistroErrores().
       end method.

       *>
       *> SolicitarTransporte
       *>
       *> Registra la solicitud de transporte de una cita. Si la cita
       *> ya tenía una solicitud en curso, la anterior queda anulada y
       *> la sustituye la nueva. Sin dirección de recogida se usa la
       *> dirección postal de la ficha del paciente.
       *>
       *> Parámetros:
       *>     idCita (int): Cita a la que acude el paciente
       *>     idProveedor (int): Empresa de transporte (proveedores)
       *>     direccion (str): Dirección de recogida
       *>     modalidad (str): Sentado, Silla de ruedas o Camilla
       *>     acompanante (bool): True si viaja un acompañante
       *>     vuelta (bool): True si necesita también el regreso
       *>
       *> Devuelve:
       *>     int: Id de la solicitud, o 0 si la cita o el proveedor no
       *>          existen, no hay dirección de recogida o hubo un error
       *>
       method-id SolicitarTransporte.
       local-storage section.
       01 idCitaSQL pic S9(9) COMP-4.
       01 idProveedorSQL pic S9(9) COMP-4.
       01 direccionSQL pic x(255).
       01 modalidadSQL pic x(25).
       01 acompananteSQL pic 9.
       01 vueltaSQL pic 9.
       01 ahoraSQL pic x(19).
       01 usuarioSQL pic S9(9) COMP-4.
       01 existe pic S9(9) COMP-4.
       01 idTransporteSQL pic S9(9) COMP-4.
       procedure division using by value idCita as binary-long
                                         idProveedor as binary-long
                                         direccion as string
                                         modalidad as string
                                         acompanante as type Boolean
                                         vuelta as type Boolean
                                   returning idTransporte as binary-long.

           set idTransporte to 0.
           set idCitaSQL to idCita.
           set idProveedorSQL to idProveedor.
           set modalidadSQL to modalidad::Trim().
           set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").
           set usuarioSQL to type CitaMe.vista.Login::idUsuario.
           if acompanante
               set acompananteSQL to 1
           else
               set acompananteSQL to 0
           end-if
           if vuelta
               set vueltaSQL to 1
           else
               set vueltaSQL to 0
           end-if

           set existe to 0.
           exec sql
               select count(*) into :existe
               from proveedores as p
               where p.id_proveedor = :idProveedorSQL
           end-exec.
           if not SQLCODE = 0 or existe = 0
               goback
           end-if

           *> La cita debe seguir viva; su paciente da la dirección
           *> por defecto
           set direccionSQL to direccion::Trim().
           exec sql
               select case when :direccionSQL = '' then coalesce(u.direccion_usuario, '') else :direccionSQL end
               into :direccionSQL
               from citas as c
               inner join usuarios as u on (c.paciente_cita = u.id_usuario)
               where c.id_cita = :idCitaSQL
                 and c.cancelada_cita = 0
           end-exec.
           if not SQLCODE = 0 or (direccionSQL as type System.String)::Trim()::Equals("")
               goback
           end-if

           exec sql
               update transportes_cita
               set estado_transporte = 'Anulado'
               where cita_transporte = :idCitaSQL
                 and estado_transporte in ('Solicitado', 'Comunicado')
           end-exec.

           exec sql
               insert into transportes_cita
                   (cita_transporte, proveedor_transporte, direccion_transporte, modalidad_transporte,
                    acompanante_transporte, vuelta_transporte, estado_transporte,
                    fecha_solicitud_transporte, usuario_transporte)
               values
                   (:idCitaSQL, :idProveedorSQL, :direccionSQL, :modalidadSQL,
                    :acompananteSQL, :vueltaSQL, 'Solicitado',
                    :ahoraSQL, :usuarioSQL)
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("Transporte::SolicitarTransporte", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               goback
           end-if

           exec sql
               select LAST_INSERT_ID() into :idTransporteSQL
           end-exec.

           exec sql
               commit
           end-exec.

           set idTransporte to idTransporteSQL.

       end method.

       *>
       *> AvisarCambioCita
       *>
       *> Avisa al proveedor de que la cita de un traslado suyo se ha
       *> reprogramado o cancelado. Una cita cancelada anula el
       *> traslado; una reprogramada lo deja de nuevo en Solicitado
       *> para que entre en el manifiesto de su nueva fecha.
       *>
       *> Parámetros:
       *>     idCita (int): Cita que ha cambiado
       *>     cancelada (bool): True si se ha cancelado, False si se ha
       *>                       reprogramado
       *>
       *> Devuelve:
       *>     Boolean: True si la cita tenía transporte y se avisó
       *>
       method-id AvisarCambioCita.
       local-storage section.
       01 idCitaSQL pic S9(9) COMP-4.
       01 idTransporteSQL pic S9(9) COMP-4.
       01 correo pic x(100).
       01 fechaCita pic x(10).
       01 horaCita pic x(8).
       01 idPaciente pic S9(9) COMP-4.
       01 nombreReal pic x(45).
       01 apellidos pic x(80).
       01 direccionRecogida pic x(255).
       01 asunto string.
       01 cuerpo string.
       procedure division using by value idCita as binary-long
                                         cancelada as type Boolean
                                   returning avisado as type Boolean.

           set avisado to False.
           set idCitaSQL to idCita.

           exec sql
               select t.id_transporte, coalesce(p.correo_proveedor, ''), c.fecha_cita, c.hora_cita,
                      c.paciente_cita, u.nombre_real_usuario, u.apellidos_usuario, t.direccion_transporte
               into :idTransporteSQL, :correo, :fechaCita, :horaCita,
                    :idPaciente, :nombreReal, :apellidos, :direccionRecogida
               from transportes_cita as t
               inner join citas as c on (t.cita_transporte = c.id_cita)
               inner join proveedores as p on (t.proveedor_transporte = p.id_proveedor)
               left join usuarios as u on (c.paciente_cita = u.id_usuario)
               where t.cita_transporte = :idCitaSQL
                 and t.estado_transporte in ('Solicitado', 'Comunicado')
           end-exec.

           if not SQLCODE = 0
               goback
           end-if

           if cancelada
               exec sql
                   update transportes_cita
                   set estado_transporte = 'Anulado'
                   where id_transporte = :idTransporteSQL
               end-exec
               set asunto to type String::Concat("ANULADO traslado nº ", idTransporteSQL::ToString(), " - CitaMe")
               set cuerpo to type String::Concat(
                   "Queda anulado el traslado nº ", idTransporteSQL::ToString(), " del paciente ",
                   (nombreReal as string)::Trim(), " ", (apellidos as string)::Trim(),
                   " (recogida en ", (direccionRecogida as string)::Trim(), "): su cita ha sido cancelada.",
                   type Environment::NewLine)
           else
               exec sql
                   update transportes_cita
                   set estado_transporte = 'Solicitado',
                       fecha_manifiesto_transporte = null
                   where id_transporte = :idTransporteSQL
               end-exec
               set asunto to type String::Concat("CAMBIO de fecha del traslado nº ", idTransporteSQL::ToString(), " - CitaMe")
               set cuerpo to type String::Concat(
                   "La cita del paciente ", (nombreReal as string)::Trim(), " ", (apellidos as string)::Trim(),
                   " (traslado nº ", idTransporteSQL::ToString(), ", recogida en ",
                   (direccionRecogida as string)::Trim(), ") se ha cambiado al ",
                   type DateTime::ParseExact(fechaCita, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture)::ToString("dd/MM/yyyy"),
                   " a las ", (horaCita as string)::Trim()::Substring(0, 5), ".", type Environment::NewLine,
                   "El traslado irá en el manifiesto de la víspera de la nueva fecha.", type Environment::NewLine)
           end-if

           exec sql
               commit
           end-exec.

           set avisado to modeloNotificador::EnviarAvisoTransporte((correo as string)::Trim(), asunto, cuerpo).

       end method.

       *>
       *> GenerarManifiestos
       *>
       *> Genera la víspera el manifiesto de traslados de mañana de
       *> cada proveedor, lo deja en la carpeta transportes y se lo
       *> envía por correo. Los traslados incluidos pasan a
       *> Comunicado. Volver a lanzarla el mismo día rehace los
       *> ficheros con los datos al momento.
       *>
       *> Devuelve:
       *>     int: Número de traslados incluidos en los manifiestos
       *>
       method-id GenerarManifiestos.
       local-storage section.
       01 hoySQL pic x(10).
       01 manianaSQL pic x(10).
       01 idTransporte pic S9(9) COMP-4.
       01 idProveedor pic S9(9) COMP-4.
       01 idProveedorActual binary-long.
       01 correo pic x(100).
       01 correoActual string.
       01 horaCita pic x(8).
       01 idPaciente pic S9(9) COMP-4.
       01 nombreReal pic x(45).
       01 apellidos pic x(80).
       01 direccionRecogida pic x(255).
       01 modalidad pic x(25).
       01 acompanante pic 9.
       01 vuelta pic 9.
       01 contenido type System.Text.StringBuilder.
       01 carpetaTransportes string.
       01 incluidos binary-long.
       procedure division returning totalIncluidos as binary-long.

           set incluidos to 0.
           set totalIncluidos to 0.
           set hoySQL to type DateTime::Today::ToString("yyyy-MM-dd").
           set manianaSQL to type DateTime::Today::AddDays(1)::ToString("yyyy-MM-dd").
           set idProveedorActual to 0.
           set correoActual to "".
           set contenido to new System.Text.StringBuilder().

           set carpetaTransportes to type String::Concat(type AppDomain::CurrentDomain::BaseDirectory, "transportes").
           if not type System.IO.Directory::Exists(carpetaTransportes)
               invoke type System.IO.Directory::CreateDirectory(carpetaTransportes)
           end-if

           exec sql
               declare manifiestoTbl cursor for
                   select t.id_transporte, t.proveedor_transporte, coalesce(p.correo_proveedor, ''),
                          c.hora_cita, c.paciente_cita, u.nombre_real_usuario, u.apellidos_usuario,
                          t.direccion_transporte, t.modalidad_transporte,
                          coalesce(t.acompanante_transporte, 0), coalesce(t.vuelta_transporte, 0)
                   from transportes_cita as t
                   inner join citas as c on (t.cita_transporte = c.id_cita)
                   inner join proveedores as p on (t.proveedor_transporte = p.id_proveedor)
                   left join usuarios as u on (c.paciente_cita = u.id_usuario)
                   where c.fecha_cita = :manianaSQL
                     and c.cancelada_cita = 0
                     and t.estado_transporte in ('Solicitado', 'Comunicado')
                   order by t.proveedor_transporte asc, c.hora_cita asc
           end-exec.

           exec sql
               open manifiestoTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100

               exec sql
                   fetch manifiestoTbl into
                   :idTransporte, :idProveedor, :correo, :horaCita, :idPaciente, :nombreReal,
                   :apellidos, :direccionRecogida, :modalidad, :acompanante, :vuelta
               end-exec

               if SQLCODE = 0
                   *> Cambio de proveedor: se cierra el manifiesto del
                   *> anterior
                   if not idProveedor = idProveedorActual
                       if idProveedorActual > 0
                           invoke CerrarManifiesto(carpetaTransportes, idProveedorActual, correoActual, contenido::ToString())
                       end-if
                       set idProveedorActual to idProveedor
                       set correoActual to (correo as string)::Trim()
                       set contenido to new System.Text.StringBuilder()
                   end-if
                   invoke contenido::AppendLine(type String::Concat(
                       "TRA|", idTransporte::ToString(), "|", manianaSQL, "|",
                       (horaCita as string)::Trim()::Substring(0, 5), "|", idPaciente::ToString(), "|",
                       (nombreReal as string)::Trim(), " ", (apellidos as string)::Trim(), "|",
                       (direccionRecogida as string)::Trim(), "|", (modalidad as string)::Trim(), "|",
                       acompanante::ToString(), "|", vuelta::ToString()))
                   add 1 to incluidos
               end-if

           end-perform.

           exec sql
               close manifiestoTbl
           end-exec.

           if idProveedorActual > 0
               invoke CerrarManifiesto(carpetaTransportes, idProveedorActual, correoActual, contenido::ToString())
           end-if

           exec sql
               update transportes_cita as t
               inner join citas as c on (t.cita_transporte = c.id_cita)
               set t.estado_transporte = 'Comunicado',
                   t.fecha_manifiesto_transporte = :hoySQL
               where c.fecha_cita = :manianaSQL
                 and c.cancelada_cita = 0
                 and t.estado_transporte in ('Solicitado', 'Comunicado')
           end-exec.

           exec sql
               commit
           end-exec.

           set totalIncluidos to incluidos.

       end method.

       *>
       *> CerrarManifiesto
       *>
       *> Escribe el manifiesto de un proveedor y se lo envía por
       *> correo (ver GenerarManifiestos).
       *>
       *> Parámetros:
       *>     carpeta (str): Carpeta de los manifiestos
       *>     idProveedor (int): Proveedor del manifiesto
       *>     correo (str): Correo del proveedor
       *>     contenido (str): Líneas del manifiesto
       *>
       method-id CerrarManifiesto private.
       local-storage section.
       01 rutaArchivo string.
       01 fechaManifiesto string.
       procedure division using by value carpeta as string
                                         idProveedor as binary-long
                                         correo as string
                                         contenido as string.

           set fechaManifiesto to type DateTime::Today::AddDays(1)::ToString("yyyyMMdd").
           set rutaArchivo to type String::Concat(carpeta, "\manifiesto_", idProveedor::ToString(), "_", fechaManifiesto, ".txt").
           invoke type System.IO.File::WriteAllText(rutaArchivo, contenido).

           invoke modeloNotificador::EnviarAvisoTransporte(correo,
               type String::Concat("Manifiesto de traslados del ", type DateTime::Today::AddDays(1)::ToString("dd/MM/yyyy"), " - CitaMe"),
               contenido).

       end method.

       *>
       *> RegistrarFallo
       *>
       *> Anota que el transporte de una cita no llegó y el paciente
       *> la ha perdido: el traslado queda Fallido con su motivo y la
       *> cita se cancela por ese motivo, sin marcarla como no
       *> presentada (el paciente no tiene culpa ni recibe cargo).
       *>
       *> Parámetros:
       *>     idCita (int): Cita perdida
       *>     motivo (str): Qué falló (no vino, llegó tarde...)
       *>
       *> Devuelve:
       *>     Boolean: True si la cita tenía transporte y quedó anotado
       *>
       method-id RegistrarFallo.
       local-storage section.
       01 idCitaSQL pic S9(9) COMP-4.
       01 motivoSQL pic x(255).
       01 modeloCita type CitaMe.modelo.Cita.
       procedure division using by value idCita as binary-long
                                         motivo as string
                                   returning exito as type Boolean.

           set exito to False.
           set idCitaSQL to idCita.
           set motivoSQL to motivo::Trim().

           exec sql
               update transportes_cita
               set estado_transporte = 'Fallido',
                   motivo_fallo_transporte = :motivoSQL
               where cita_transporte = :idCitaSQL
                 and estado_transporte in ('Solicitado', 'Comunicado')
           end-exec.

           if not SQLCODE = 0 or SQLERRD(3) = 0
               exec sql
                   rollback
               end-exec
               goback
           end-if

           exec sql
               commit
           end-exec.

           set modeloCita to new CitaMe.modelo.Cita().
           invoke modeloCita::CancelarCita(idCita, type String::Concat("Fallo del transporte sanitario: ", motivo::Trim())).
           set exito to True.

       end method.

       *>
       *> DevuelveTransporteCita
       *>
       *> Resumen del traslado en curso de una cita, para el mostrador.
       *>
       *> Parámetros:
       *>     idCita (int): Cita a consultar
       *>
       *> Devuelve:
       *>     str: "Traslado nº N (estado): modalidad desde dirección",
       *>          o "" si la cita no tiene transporte en curso
       *>
       method-id DevuelveTransporteCita.
       local-storage section.
       01 idCitaSQL pic S9(9) COMP-4.
       01 idTransporte pic S9(9) COMP-4.
       01 estado pic x(15).
       01 modalidad pic x(25).
       01 direccionRecogida pic x(255).
       01 vuelta pic 9.
       procedure division using by value idCita as binary-long
                                   returning resumen as string.

           set resumen to "".
           set idCitaSQL to idCita.

           exec sql
               select t.id_transporte, t.estado_transporte, t.modalidad_transporte,
                      t.direccion_transporte, coalesce(t.vuelta_transporte, 0)
               into :idTransporte, :estado, :modalidad, :direccionRecogida, :vuelta
               from transportes_cita as t
               where t.cita_transporte = :idCitaSQL
                 and t.estado_transporte in ('Solicitado', 'Comunicado')
           end-exec.

           if not SQLCODE = 0
               goback
           end-if

           set resumen to type String::Concat("Traslado nº ", idTransporte::ToString(), " (",
               (estado as string)::Trim(), "): ", (modalidad as string)::Trim(), " desde ",
               (direccionRecogida as string)::Trim()).
           if vuelta = 1
               set resumen to type String::Concat(resumen, ", con vuelta")
           end-if

       end method.

       *>
       *> DevuelveInformeFallos
       *>
       *> Citas perdidas por fallo del transporte en un periodo
       *> (vivas y archivadas), aparte de los no presentados.
       *>
       *> Parámetros:
       *>     desde (str): Primer día yyyy-MM-dd
       *>     hasta (str): Último día yyyy-MM-dd
       *>
       *> Devuelve:
       *>     List[str]: "dd/MM/yyyy hh:mm - paciente #N - proveedor -
       *>                motivo", por fecha
       *>
       method-id DevuelveInformeFallos.
       local-storage section.
       01 desdeSQL pic x(10).
       01 hastaSQL pic x(10).
       01 fechaCita pic x(10).
       01 horaCita pic x(8).
       01 idPaciente pic S9(9) COMP-4.
       01 nombreProveedor pic x(100).
       01 motivoFallo pic x(255).
       procedure division using by value desde as string
                                         hasta as string
                                   returning fallos as List[string].

           set fallos to new List[string]().
           set desdeSQL to desde.
           set hastaSQL to hasta.

           exec sql
               declare fallosTransporteTbl cursor for
                   select c.fecha_cita, c.hora_cita, c.paciente_cita, p.nombre_proveedor,
                          coalesce(t.motivo_fallo_transporte, '')
                   from transportes_cita as t
                   inner join (
                       select id_cita, fecha_cita, hora_cita, paciente_cita from citas
                       union all
                       select id_cita, fecha_cita, hora_cita, paciente_cita from citas_historico
                   ) as c on (t.cita_transporte = c.id_cita)
                   inner join proveedores as p on (t.proveedor_transporte = p.id_proveedor)
                   where t.estado_transporte = 'Fallido'
                     and c.fecha_cita between :desdeSQL and :hastaSQL
                   order by c.fecha_cita asc, c.hora_cita asc
           end-exec.

           exec sql
               open fallosTransporteTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch fallosTransporteTbl into :fechaCita, :horaCita, :idPaciente, :nombreProveedor, :motivoFallo
               end-exec
               if SQLCODE = 0
                   invoke fallos::Add(type String::Concat(
                       type DateTime::ParseExact(fechaCita, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture)::ToString("dd/MM/yyyy"),
                       " ", (horaCita as string)::Trim()::Substring(0, 5),
                       " - paciente #", idPaciente::ToString(), " - ", (nombreProveedor as string)::Trim(),
                       " - ", (motivoFallo as string)::Trim()))
               end-if
           end-perform.

           exec sql
               close fallosTransporteTbl
           end-exec.

       end method.

       end class.
