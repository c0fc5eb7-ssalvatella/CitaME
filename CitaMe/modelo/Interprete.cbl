       *>
       *> Interprete
       *>
       *> Clase que encapsula los intérpretes de la clínica, tanto el
       *> personal propio como las agencias externas, y su reserva
       *> para las citas de los pacientes que lo necesitan (marca de
       *> intérprete de Paciente::ConfigurarNecesidades).
       *>
       *> Maestro de intérpretes (tabla interpretes: id_interprete,
       *> nombre_interprete, tipo_interprete "Interno" o "Agencia",
       *> idiomas_interprete como lista separada por comas con los
       *> mismos códigos que el idioma del paciente (en,ar,ro...),
       *> correo_interprete, tarifa_hora_interprete en euros para las
       *> agencias y activo_interprete) y disponibilidad semanal del
       *> personal propio (tabla disponibilidad_interprete:
       *> interprete_disponibilidad, dia_disponibilidad 1=lunes ...
       *> 7=domingo, hora_inicio_disponibilidad, hora_fin_disponibilidad).
       *>
       *> Cada cita de un paciente con intérprete tiene su
       *> interpretación (tabla interpretaciones_cita:
       *> id_interpretacion, cita_interpretacion, interprete_
       *> interpretacion, idioma_interpretacion, duracion_
       *> interpretacion, estado_interpretacion, coste_interpretacion y
       *> fecha_solicitud_interpretacion), en uno de estos estados:
       *>   Reservado: intérprete propio libre a esa hora
       *>   Solicitado: pedido por correo a la agencia más barata del
       *>               idioma, con su coste
       *>   Sin asignar: ni personal ni agencia del idioma; queda en la
       *>                lista de pendientes de la administración
       *>   Anulado: la cita se canceló o se reasignó
       *> La interpretación se mueve y se anula con la cita (ver
       *> Cita::RegistrarCita, Cita::ReprogramarCita y
       *> Cita::CancelarCita).
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.Interprete.

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
       *> RegistrarInterprete
       *>
       *> Da de alta un intérprete propio o una agencia.
       *>
       *> Parámetros:
       *>     nombre (str): Nombre del intérprete o de la agencia
       *>     tipo (str): "Interno" o "Agencia"
       *>     idiomas (str): Códigos de idioma separados por comas
       *>     correo (str): Correo de contacto (obligatorio en agencias)
       *>     tarifaHora (int): Euros por hora (0 en el personal propio)
       *>
       *> Devuelve:
       *>     int: Id del intérprete, o 0 si faltan datos o hay un error
       *>
       method-id RegistrarInterprete.
       local-storage section.
       01 nombreSQL pic x(100).
       01 tipoSQL pic x(10).
       01 idiomasSQL pic x(100).
       01 correoSQL pic x(100).
       01 tarifaSQL pic S9(9) COMP-4.
       01 idInterpreteSQL pic S9(9) COMP-4.
       procedure division using by value nombre as string
                                         tipo as string
                                         idiomas as string
                                         correo as string
                                         tarifaHora as binary-long
                                   returning idInterprete as binary-long.

           set idInterprete to 0.
           if nombre::Trim()::Equals("") or idiomas::Trim()::Equals("")
               or not (tipo::Equals("Interno") or tipo::Equals("Agencia"))
               goback
           end-if
           if tipo::Equals("Agencia") and correo::Trim()::Equals("")
               goback
           end-if

           set nombreSQL to nombre::Trim().
           set tipoSQL to tipo.
           *> Los idiomas se guardan sin espacios para poder buscarlos
           *> con find_in_set
           set idiomasSQL to idiomas::Replace(" ", "")::ToLower().
           set correoSQL to correo::Trim().
           if tipo::Equals("Agencia")
               set tarifaSQL to tarifaHora
           else
               set tarifaSQL to 0
           end-if

           exec sql
               insert into interpretes
                   (nombre_interprete, tipo_interprete, idiomas_interprete, correo_interprete,
                    tarifa_hora_interprete, activo_interprete)
               values
                   (:nombreSQL, :tipoSQL, :idiomasSQL, :correoSQL, :tarifaSQL, 1)
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("Interprete::RegistrarInterprete", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               goback
           end-if

           exec sql
               select LAST_INSERT_ID() into :idInterpreteSQL
           end-exec.

           exec sql
               commit
           end-exec.

           set idInterprete to idInterpreteSQL.

       end method.

       *>
       *> RegistrarDisponibilidad
       *>
       *> Añade una franja semanal de disponibilidad a un intérprete
       *> propio.
       *>
       *> Parámetros:
       *>     idInterprete (int): Intérprete
       *>     diaSemana (int): 1=lunes ... 7=domingo
       *>     horaInicio (TimeSpan): Inicio de la franja
       *>     horaFin (TimeSpan): Fin de la franja
       *>
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>
       method-id RegistrarDisponibilidad.
       local-storage section.
       01 idInterpreteSQL pic S9(9) COMP-4.
       01 diaSQL pic 9.
       01 inicioSQL pic x(8).
       01 finSQL pic x(8).
       procedure division using by value idInterprete as binary-long
                                         diaSemana as binary-short
                                         horaInicio as type TimeSpan
                                         horaFin as type TimeSpan
                                   returning exito as type Boolean.

           set exito to False.
           if diaSemana < 1 or diaSemana > 7 or not horaInicio < horaFin
               goback
           end-if

           set idInterpreteSQL to idInterprete.
           set diaSQL to diaSemana.
           set inicioSQL to horaInicio::ToString("hh\:mm\:ss").
           set finSQL to horaFin::ToString("hh\:mm\:ss").

           exec sql
               insert into disponibilidad_interprete
                   (interprete_disponibilidad, dia_disponibilidad, hora_inicio_disponibilidad, hora_fin_disponibilidad)
               select i.id_interprete, :diaSQL, :inicioSQL, :finSQL
               from interpretes as i
               where i.id_interprete = :idInterpreteSQL
                 and i.tipo_interprete = 'Interno'
           end-exec.

           if SQLCODE >= 0 and SQLERRD(3) > 0
               set exito to True
           end-if

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> DevuelveInterpretes
       *>
       *> Devuelve los intérpretes y agencias activos.
       *>
       *> Devuelve:
       *>     List[str]: "#id nombre (tipo) - idiomas - correo - N €/h"
       *>
       method-id DevuelveInterpretes.
       local-storage section.
       01 idInterprete pic S9(9) COMP-4.
       01 nombreInterprete pic x(100).
       01 tipoInterprete pic x(10).
       01 idiomasInterprete pic x(100).
       01 correoInterprete pic x(100).
       01 tarifaInterprete pic S9(9) COMP-4.
       procedure division returning interpretes as List[string].

           set interpretes to new List[string]().

           exec sql
               declare interpretesTbl cursor for
                   select i.id_interprete, i.nombre_interprete, i.tipo_interprete, i.idiomas_interprete,
                          coalesce(i.correo_interprete, ''), coalesce(i.tarifa_hora_interprete, 0)
                   from interpretes as i
                   where i.activo_interprete = 1
                   order by i.tipo_interprete desc, i.nombre_interprete asc
           end-exec.

           exec sql
               open interpretesTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch interpretesTbl into :idInterprete, :nombreInterprete, :tipoInterprete,
                                             :idiomasInterprete, :correoInterprete, :tarifaInterprete
               end-exec
               if SQLCODE = 0
                   invoke interpretes::Add(type String::Concat("#", idInterprete::ToString(), " ",
                       (nombreInterprete as string)::Trim(), " (", (tipoInterprete as string)::Trim(), ") - ",
                       (idiomasInterprete as string)::Trim(), " - ", (correoInterprete as string)::Trim(),
                       " - ", tarifaInterprete::ToString(), " €/h"))
               end-if
           end-perform.

           exec sql
               close interpretesTbl
           end-exec.

       end method.

       *>
       *> ReservarParaCita
       *>
       *> Si el paciente de la cita necesita intérprete, reserva el
       *> primer intérprete propio de su idioma libre a esa hora; si
       *> no lo hay, lo pide a la agencia más barata del idioma; si
       *> tampoco, deja la interpretación sin asignar. Anula antes la
       *> interpretación que la cita tuviera, de modo que sirve
       *> también para reasignar.
       *>
       *> Parámetros:
       *>     idCita (int): Cita recién registrada o movida
       *>     duracion (int): Minutos de la cita
       *>
       *> Devuelve:
       *>     str: "Reservado: nombre", "Solicitado: agencia",
       *>          "Sin asignar" o "" si no necesita intérprete
       *>
       method-id ReservarParaCita.
       local-storage section.
       01 idCitaSQL pic S9(9) COMP-4.
       01 duracionSQL pic S9(9) COMP-4.
       01 fechaSQL pic x(10).
       01 horaSQL pic x(8).
       01 finSQL pic x(8).
       01 diaSQL pic 9.
       01 necesitaInterprete pic 9.
       01 idiomaSQL pic x(5).
       01 nombreReal pic x(45).
       01 apellidos pic x(80).
       01 idInterpreteSQL pic S9(9) COMP-4.
       01 nombreInterprete pic x(100).
       01 correoInterprete pic x(100).
       01 tarifaSQL pic S9(9) COMP-4.
       01 costeSQL pic S9(9) COMP-4.
       01 estadoSQL pic x(15).
       01 ahoraSQL pic x(19).
       01 fechaCita type DateTime.
       procedure division using by value idCita as binary-long
                                         duracion as binary-long
                                   returning resumen as string.

           set resumen to "".
           set idCitaSQL to idCita.
           set duracionSQL to duracion.

           set necesitaInterprete to 0.
           exec sql
               select c.fecha_cita, c.hora_cita, coalesce(n.interprete_necesidad, 0),
                      coalesce(u.idioma_usuario, ''), u.nombre_real_usuario, u.apellidos_usuario
               into :fechaSQL, :horaSQL, :necesitaInterprete, :idiomaSQL, :nombreReal, :apellidos
               from citas as c
               left join necesidades_paciente as n on (c.paciente_cita = n.paciente_necesidad)
               left join usuarios as u on (c.paciente_cita = u.id_usuario)
               where c.id_cita = :idCitaSQL
                 and c.cancelada_cita = 0
           end-exec.

           if not SQLCODE = 0 or not necesitaInterprete = 1
               goback
           end-if

           set fechaCita to type DateTime::ParseExact(fechaSQL, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture).
           evaluate fechaCita::DayOfWeek
               when type DayOfWeek::Monday
                   set diaSQL to 1
               when type DayOfWeek::Tuesday
                   set diaSQL to 2
               when type DayOfWeek::Wednesday
                   set diaSQL to 3
               when type DayOfWeek::Thursday
                   set diaSQL to 4
               when type DayOfWeek::Friday
                   set diaSQL to 5
               when type DayOfWeek::Saturday
                   set diaSQL to 6
               when other
                   set diaSQL to 7
           end-evaluate
           set finSQL to type TimeSpan::Parse(horaSQL)::Add(type TimeSpan::FromMinutes(duracion))::ToString("hh\:mm\:ss").
           set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           exec sql
               update interpretaciones_cita
               set estado_interpretacion = 'Anulado'
               where cita_interpretacion = :idCitaSQL
                 and estado_interpretacion in ('Reservado', 'Solicitado', 'Sin asignar')
           end-exec.

           *> Primero el personal propio: disponible ese día de la
           *> semana durante toda la cita y sin otra interpretación que
           *> se solape
           set costeSQL to 0.
           exec sql
               select i.id_interprete, i.nombre_interprete
               into :idInterpreteSQL, :nombreInterprete
               from interpretes as i
               inner join disponibilidad_interprete as d on (d.interprete_disponibilidad = i.id_interprete)
               where i.tipo_interprete = 'Interno'
                 and i.activo_interprete = 1
                 and find_in_set(:idiomaSQL, i.idiomas_interprete) > 0
                 and d.dia_disponibilidad = :diaSQL
                 and d.hora_inicio_disponibilidad <= :horaSQL
                 and d.hora_fin_disponibilidad >= :finSQL
                 and not exists (
                     select 1 from interpretaciones_cita as r
                     inner join citas as c on (r.cita_interpretacion = c.id_cita)
                     where r.interprete_interpretacion = i.id_interprete
                       and r.estado_interpretacion = 'Reservado'
                       and c.fecha_cita = :fechaSQL
                       and c.hora_cita < :finSQL
                       and addtime(c.hora_cita, sec_to_time(r.duracion_interpretacion * 60)) > :horaSQL
                 )
               order by i.id_interprete asc
               limit 1
           end-exec.

           if SQLCODE = 0
               set estadoSQL to "Reservado"
           else
               *> Después, la agencia más barata que cubra el idioma
               exec sql
                   select i.id_interprete, i.nombre_interprete, i.correo_interprete, coalesce(i.tarifa_hora_interprete, 0)
                   into :idInterpreteSQL, :nombreInterprete, :correoInterprete, :tarifaSQL
                   from interpretes as i
                   where i.tipo_interprete = 'Agencia'
                     and i.activo_interprete = 1
                     and find_in_set(:idiomaSQL, i.idiomas_interprete) > 0
                   order by i.tarifa_hora_interprete asc
                   limit 1
               end-exec
               if SQLCODE = 0
                   set estadoSQL to "Solicitado"
                   compute costeSQL rounded = tarifaSQL * duracionSQL / 60
               else
                   set estadoSQL to "Sin asignar"
                   set idInterpreteSQL to 0
                   set nombreInterprete to ""
               end-if
           end-if

           exec sql
               insert into interpretaciones_cita
                   (cita_interpretacion, interprete_interpretacion, idioma_interpretacion, duracion_interpretacion,
                    estado_interpretacion, coste_interpretacion, fecha_solicitud_interpretacion)
               values
                   (:idCitaSQL, nullif(:idInterpreteSQL, 0), :idiomaSQL, :duracionSQL,
                    :estadoSQL, :costeSQL, :ahoraSQL)
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("Interprete::ReservarParaCita", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               goback
           end-if

           exec sql
               commit
           end-exec.

           if (estadoSQL as string)::Trim()::Equals("Solicitado")
               invoke modeloNotificador::EnviarSolicitudInterprete((correoInterprete as string)::Trim(),
                   type String::Concat("Solicitud de intérprete (", (idiomaSQL as string)::Trim(), ") - CitaMe"),
                   type String::Concat("Solicitamos un intérprete de ", (idiomaSQL as string)::Trim(),
                       " para el paciente ", (nombreReal as string)::Trim(), " ", (apellidos as string)::Trim(),
                       " el ", fechaCita::ToString("dd/MM/yyyy"), " de ", (horaSQL as string)::Trim()::Substring(0, 5),
                       " a ", (finSQL as string)::Trim()::Substring(0, 5), " (", duracion::ToString(), " minutos).",
                       type Environment::NewLine))
           end-if

           if (estadoSQL as string)::Trim()::Equals("Sin asignar")
               set resumen to "Sin asignar"
           else
               set resumen to type String::Concat((estadoSQL as string)::Trim(), ": ", (nombreInterprete as string)::Trim())
           end-if

       end method.

       *>
       *> AvisarCambioCita
       *>
       *> Mueve o anula la interpretación de una cita que se ha
       *> reprogramado o cancelado. Una cita cancelada anula la
       *> interpretación (avisando a la agencia si estaba pedida). En
       *> una reprogramada se vuelve a buscar intérprete para la nueva
       *> hora, salvo si la llevaba una agencia, a la que solo se le
       *> comunica el cambio.
       *>
       *> Parámetros:
       *>     idCita (int): Cita que ha cambiado
       *>     cancelada (bool): True si se ha cancelado, False si se ha
       *>                       reprogramado
       *>
       *> Devuelve:
       *>     Boolean: True si la cita tenía interpretación en curso
       *>
       method-id AvisarCambioCita.
       local-storage section.
       01 idCitaSQL pic S9(9) COMP-4.
       01 idInterpretacionSQL pic S9(9) COMP-4.
       01 estado pic x(15).
       01 duracion pic S9(9) COMP-4.
       01 idioma pic x(5).
       01 correoAgencia pic x(100).
       01 fechaCita pic x(10).
       01 horaCita pic x(8).
       procedure division using by value idCita as binary-long
                                         cancelada as type Boolean
                                   returning avisado as type Boolean.

           set avisado to False.
           set idCitaSQL to idCita.

           exec sql
               select r.id_interpretacion, r.estado_interpretacion, r.duracion_interpretacion,
                      r.idioma_interpretacion, coalesce(i.correo_interprete, ''), c.fecha_cita, c.hora_cita
               into :idInterpretacionSQL, :estado, :duracion, :idioma, :correoAgencia, :fechaCita, :horaCita
               from interpretaciones_cita as r
               inner join citas as c on (r.cita_interpretacion = c.id_cita)
               left join interpretes as i on (r.interprete_interpretacion = i.id_interprete)
               where r.cita_interpretacion = :idCitaSQL
                 and r.estado_interpretacion in ('Reservado', 'Solicitado', 'Sin asignar')
           end-exec.

           if not SQLCODE = 0
               goback
           end-if
           set avisado to True.

           if cancelada
               exec sql
                   update interpretaciones_cita
                   set estado_interpretacion = 'Anulado'
                   where id_interpretacion = :idInterpretacionSQL
               end-exec
               exec sql
                   commit
               end-exec
               if (estado as string)::Trim()::Equals("Solicitado")
                   invoke modeloNotificador::EnviarSolicitudInterprete((correoAgencia as string)::Trim(),
                       type String::Concat("ANULADA solicitud de intérprete (", (idioma as string)::Trim(), ") - CitaMe"),
                       type String::Concat("Queda anulada la solicitud de intérprete de ", (idioma as string)::Trim(),
                           " del ", type DateTime::ParseExact(fechaCita, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture)::ToString("dd/MM/yyyy"),
                           ": la cita ha sido cancelada.", type Environment::NewLine))
               end-if
               goback
           end-if

           if (estado as string)::Trim()::Equals("Solicitado")
               invoke modeloNotificador::EnviarSolicitudInterprete((correoAgencia as string)::Trim(),
                   type String::Concat("CAMBIO de solicitud de intérprete (", (idioma as string)::Trim(), ") - CitaMe"),
                   type String::Concat("La cita para la que solicitamos intérprete de ", (idioma as string)::Trim(),
                       " se ha cambiado al ",
                       type DateTime::ParseExact(fechaCita, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture)::ToString("dd/MM/yyyy"),
                       " a las ", (horaCita as string)::Trim()::Substring(0, 5), " (", duracion::ToString(), " minutos).",
                       type Environment::NewLine))
           else
               invoke ReservarParaCita(idCita, duracion)
           end-if

       end method.

       *>
       *> ReintentarSinAsignar
       *>
       *> Vuelve a buscar intérprete para las citas futuras que se
       *> quedaron sin asignar (p.ej. tras dar de alta una agencia o
       *> ampliar la disponibilidad del personal).
       *>
       *> Devuelve:
       *>     int: Interpretaciones que han quedado cubiertas
       *>
       method-id ReintentarSinAsignar.
       local-storage section.
       01 hoySQL pic x(10).
       01 idCitaPendiente pic S9(9) COMP-4.
       01 duracion pic S9(9) COMP-4.
       01 pendientes List[binary-long].
       01 duraciones List[binary-long].
       01 indice binary-long.
       procedure division returning cubiertas as binary-long.

           set cubiertas to 0.
           set hoySQL to type DateTime::Today::ToString("yyyy-MM-dd").
           set pendientes to new List[binary-long]().
           set duraciones to new List[binary-long]().

           exec sql
               declare sinAsignarTbl cursor for
                   select r.cita_interpretacion, r.duracion_interpretacion
                   from interpretaciones_cita as r
                   inner join citas as c on (r.cita_interpretacion = c.id_cita)
                   where r.estado_interpretacion = 'Sin asignar'
                     and c.fecha_cita >= :hoySQL
                     and c.cancelada_cita = 0
           end-exec.

           exec sql
               open sinAsignarTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch sinAsignarTbl into :idCitaPendiente, :duracion
               end-exec
               if SQLCODE = 0
                   invoke pendientes::Add(idCitaPendiente)
                   invoke duraciones::Add(duracion)
               end-if
           end-perform.

           exec sql
               close sinAsignarTbl
           end-exec.

           perform varying indice from 0 by 1 until indice >= pendientes::Count
               if not ReservarParaCita(pendientes[indice], duraciones[indice])::Equals("Sin asignar")
                   add 1 to cubiertas
               end-if
           end-perform.

       end method.

       *>
       *> DevuelveSinAsignar
       *>
       *> Citas futuras con la interpretación sin asignar.
       *>
       *> Devuelve:
       *>     List[str]: "dd/MM/yyyy hh:mm - cita #N - idioma", por fecha
       *>
       method-id DevuelveSinAsignar.
       local-storage section.
       01 hoySQL pic x(10).
       01 fechaCita pic x(10).
       01 horaCita pic x(8).
       01 idCitaPendiente pic S9(9) COMP-4.
       01 idioma pic x(5).
       procedure division returning sinAsignar as List[string].

           set sinAsignar to new List[string]().
           set hoySQL to type DateTime::Today::ToString("yyyy-MM-dd").

           exec sql
               declare listaSinAsignarTbl cursor for
                   select c.fecha_cita, c.hora_cita, c.id_cita, r.idioma_interpretacion
                   from interpretaciones_cita as r
                   inner join citas as c on (r.cita_interpretacion = c.id_cita)
                   where r.estado_interpretacion = 'Sin asignar'
                     and c.fecha_cita >= :hoySQL
                     and c.cancelada_cita = 0
                   order by c.fecha_cita asc, c.hora_cita asc
           end-exec.

           exec sql
               open listaSinAsignarTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch listaSinAsignarTbl into :fechaCita, :horaCita, :idCitaPendiente, :idioma
               end-exec
               if SQLCODE = 0
                   invoke sinAsignar::Add(type String::Concat(
                       type DateTime::ParseExact(fechaCita, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture)::ToString("dd/MM/yyyy"),
                       " ", (horaCita as string)::Trim()::Substring(0, 5), " - cita #", idCitaPendiente::ToString(),
                       " - ", (idioma as string)::Trim()))
               end-if
           end-perform.

           exec sql
               close listaSinAsignarTbl
           end-exec.

       end method.

       *>
       *> DevuelveAgendaDiaria
       *>
       *> Agenda de un día de un intérprete (o de las solicitudes a
       *> una agencia), por hora.
       *>
       *> Parámetros:
       *>     idInterprete (int): Intérprete o agencia
       *>     fecha (DateTime): Día de la agenda
       *>
       *> Devuelve:
       *>     List[str]: "hh:mm-hh:mm - cita #N - paciente - idioma - sala"
       *>
       method-id DevuelveAgendaDiaria.
       local-storage section.
       01 idInterpreteSQL pic S9(9) COMP-4.
       01 fechaSQL pic x(10).
       01 horaCita pic x(8).
       01 duracion pic S9(9) COMP-4.
       01 idCitaAgenda pic S9(9) COMP-4.
       01 nombreReal pic x(45).
       01 apellidos pic x(80).
       01 idioma pic x(5).
       01 sala pic x(25).
       procedure division using by value idInterprete as binary-long
                                         fecha as type DateTime
                                   returning agenda as List[string].

           set agenda to new List[string]().
           set idInterpreteSQL to idInterprete.
           set fechaSQL to fecha::ToString("yyyy-MM-dd").

           exec sql
               declare agendaInterpreteTbl cursor for
                   select c.hora_cita, r.duracion_interpretacion, c.id_cita,
                          u.nombre_real_usuario, u.apellidos_usuario, r.idioma_interpretacion,
                          coalesce(c.sala_cita, '')
                   from interpretaciones_cita as r
                   inner join citas as c on (r.cita_interpretacion = c.id_cita)
                   left join usuarios as u on (c.paciente_cita = u.id_usuario)
                   where r.interprete_interpretacion = :idInterpreteSQL
                     and r.estado_interpretacion in ('Reservado', 'Solicitado')
                     and c.fecha_cita = :fechaSQL
                     and c.cancelada_cita = 0
                   order by c.hora_cita asc
           end-exec.

           exec sql
               open agendaInterpreteTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch agendaInterpreteTbl into :horaCita, :duracion, :idCitaAgenda,
                                                  :nombreReal, :apellidos, :idioma, :sala
               end-exec
               if SQLCODE = 0
                   invoke agenda::Add(type String::Concat(
                       (horaCita as string)::Trim()::Substring(0, 5), "-",
                       type TimeSpan::Parse(horaCita)::Add(type TimeSpan::FromMinutes(duracion))::ToString("hh\:mm"),
                       " - cita #", idCitaAgenda::ToString(), " - ", (nombreReal as string)::Trim(), " ",
                       (apellidos as string)::Trim(), " - ", (idioma as string)::Trim(), " - ", (sala as string)::Trim()))
               end-if
           end-perform.

           exec sql
               close agendaInterpreteTbl
           end-exec.

       end method.

       *>
       *> DevuelveInformeCosteAgencia
       *>
       *> Coste mensual de la interpretación contratada a agencias,
       *> por agencia e idioma (citas vivas y archivadas). Las
       *> solicitudes anuladas no cuentan.
       *>
       *> Parámetros:
       *>     anio (int): Año del informe
       *>     mes (int): Mes del informe (1 a 12)
       *>
       *> Devuelve:
       *>     List[str]: "agencia - idioma: N servicios, M min, C €",
       *>                y al final el total del mes
       *>
       method-id DevuelveInformeCosteAgencia.
       local-storage section.
       01 desdeSQL pic x(10).
       01 hastaSQL pic x(10).
       01 nombreAgencia pic x(100).
       01 idioma pic x(5).
       01 servicios pic S9(9) COMP-4.
       01 minutos pic S9(9) COMP-4.
       01 coste pic S9(9) COMP-4.
       01 costeTotal binary-long.
       01 primerDia type DateTime.
       procedure division using by value anio as binary-long
                                         mes as binary-long
                                   returning lineas as List[string].

           set lineas to new List[string]().
           set costeTotal to 0.
           set primerDia to new DateTime(anio, mes, 1).
           set desdeSQL to primerDia::ToString("yyyy-MM-dd").
           set hastaSQL to primerDia::AddMonths(1)::AddDays(-1)::ToString("yyyy-MM-dd").

           exec sql
               declare costeAgenciaTbl cursor for
                   select i.nombre_interprete, r.idioma_interpretacion, count(*),
                          sum(r.duracion_interpretacion), sum(coalesce(r.coste_interpretacion, 0))
                   from interpretaciones_cita as r
                   inner join interpretes as i on (r.interprete_interpretacion = i.id_interprete)
                   inner join (
                       select id_cita, fecha_cita from citas
                       union all
                       select id_cita, fecha_cita from citas_historico
                   ) as c on (r.cita_interpretacion = c.id_cita)
                   where i.tipo_interprete = 'Agencia'
                     and r.estado_interpretacion = 'Solicitado'
                     and c.fecha_cita between :desdeSQL and :hastaSQL
                   group by i.nombre_interprete, r.idioma_interpretacion
                   order by i.nombre_interprete asc, r.idioma_interpretacion asc
           end-exec.

           exec sql
               open costeAgenciaTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch costeAgenciaTbl into :nombreAgencia, :idioma, :servicios, :minutos, :coste
               end-exec
               if SQLCODE = 0
                   invoke lineas::Add(type String::Concat((nombreAgencia as string)::Trim(), " - ",
                       (idioma as string)::Trim(), ": ", servicios::ToString(), " servicios, ",
                       minutos::ToString(), " min, ", coste::ToString(), " €"))
                   add coste to costeTotal
               end-if
           end-perform.

           exec sql
               close costeAgenciaTbl
           end-exec.

           if lineas::Count > 0
               invoke lineas::Add(type String::Concat("Total del mes: ", costeTotal::ToString(), " €"))
           end-if

       end method.

       end class.
