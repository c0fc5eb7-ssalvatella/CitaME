       *>
       *> EquipoAsistencial
       *>
       *> Restricción del acceso de los médicos a los datos clínicos
       *> (historial, recetas, pruebas) al equipo asistencial del
       *> paciente:
       *>  - su médico habitual (pacientes.medico_preferido_paciente);
       *>  - los médicos con alguna cita no cancelada con él en los
       *>    últimos MESES_EQUIPO_ASISTENCIAL meses o por venir;
       *>  - los destinatarios de una interconsulta suya pendiente;
       *>  - el médico de guardia en ese momento (ver Guardia).
       *>
       *> Cualquier otro médico tiene que "romper el cristal":
       *> declarar el motivo del acceso, que queda abierto durante
       *> HORAS_ACCESO_EXCEPCIONAL horas y pendiente de revisión por el
       *> delegado de protección de datos, con un informe mensual de
       *> todos los accesos excepcionales y de las consultas hechas al
       *> amparo de cada uno (registro accesos_clinicos, ver
       *> Cita::RegistrarAccesoClinico).
       *>
       *> Tablas:
       *>  - accesos_excepcionales: id_acceso_excepcional,
       *>    medico_acceso_excepcional, paciente_acceso_excepcional,
       *>    motivo_acceso_excepcional, inicio_acceso_excepcional,
       *>    fin_acceso_excepcional, revisado_acceso_excepcional (0/1),
       *>    revisor_acceso_excepcional, fecha_revision_acceso_excepcional
       *>    y comentario_revision_acceso_excepcional.
       *>
       *> El informe mensual se escribe en la carpeta
       *> accesos_excepcionales, junto al ejecutable.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.EquipoAsistencial.

       working-storage section.

       01 modeloMedico type CitaMe.modelo.Medico.
       01 modeloGuardia type CitaMe.modelo.Guardia.
       01 modeloErrores type CitaMe.modelo.RegistroErrores.

       *> Meses hacia atrás en los que una cita con el paciente hace
       *> al médico parte de su equipo asistencial (configurable con
       *> el parámetro meses_equipo_asistencial)
       01 MESES_EQUIPO_ASISTENCIAL binary-long value 12.

       *> Horas que dura abierto un acceso excepcional (configurable
       *> con el parámetro horas_acceso_excepcional)
       01 HORAS_ACCESO_EXCEPCIONAL binary-long value 4.

       *> Longitud mínima del motivo declarado para un acceso
       *> excepcional
       01 LONGITUD_MINIMA_MOTIVO binary-long value 15.

       01 mfsqlmessagetext pic x(355) values "".

       *> Habilita las variables de SQL
       exec sql
           include sqlca
       end-exec.

       method-id NEW.
       procedure division.
           set modeloMedico to new CitaMe.modelo.Medico().
           set modeloGuardia to new CitaMe.modelo.Guardia().
           set modeloErrores to new CitaMe.modelo.RegistroErrores().
           goback.
       end method.

       *>
       *> PuedeAcceder
       *>
       *> Indica si el médico puede ver ahora los datos clínicos del
       *> paciente: por ser de su equipo asistencial o por tener un
       *> acceso excepcional abierto.
       *>
       *> Parámetros:
       *>     idMedico (int): Médico que quiere acceder
       *>     idPaciente (int): Paciente
       *>
       *> Devuelve:
       *>     Boolean: True si puede acceder
       *>
       method-id PuedeAcceder.
       procedure division using by value idMedico as binary-short
                                         idPaciente as binary-short
                                   returning permitido as type Boolean.

           set permitido to True.

           if EsEquipoAsistencial(idMedico, idPaciente)
               goback
           end-if

           if TieneAccesoExcepcional(idMedico, idPaciente)
               goback
           end-if

           set permitido to False.

       end method.

       *>
       *> EsEquipoAsistencial
       *>
       *> Indica si el médico forma parte del equipo asistencial del
       *> paciente (ver la cabecera de la clase).
       *>
       *> Parámetros:
       *>     idMedico (int): Médico
       *>     idPaciente (int): Paciente
       *>
       *> Devuelve:
       *>     Boolean: True si es de su equipo asistencial
       *>
       method-id EsEquipoAsistencial.
       local-storage section.
       01 parametros type CitaMe.modelo.Parametros.
       01 mesesEquipo binary-long.
       01 medicoSQL pic S9(9) COMP-4.
       01 pacienteSQL pic S9(9) COMP-4.
       01 limiteSQL pic x(10).
       01 cuentaSQL pic S9(9) COMP-4.
       procedure division using by value idMedico as binary-short
                                         idPaciente as binary-short
                                   returning enEquipo as type Boolean.

           set enEquipo to True.

           *> El médico de guardia atiende a cualquier paciente
           if modeloGuardia::DevuelveMedicoDeGuardia(modeloMedico::DevuelveCentro(idMedico), type DateTime::Now) = idMedico
               goback
           end-if

           set parametros to new CitaMe.modelo.Parametros().
           set mesesEquipo to parametros::DevuelveEntero("meses_equipo_asistencial", MESES_EQUIPO_ASISTENCIAL).

           set medicoSQL to idMedico.
           set pacienteSQL to idPaciente.
           set limiteSQL to type DateTime::Now::AddMonths(- mesesEquipo)::ToString("yyyy-MM-dd").
           set cuentaSQL to 0.

           exec sql
               select count(*) into :cuentaSQL
               from (
                   select p.id_usuario_paciente as vinculo
                   from pacientes as p
                   where p.id_usuario_paciente = :pacienteSQL
                     and p.medico_preferido_paciente = :medicoSQL
                   union all
                   select c.id_cita
                   from citas as c
                   where c.paciente_cita = :pacienteSQL
                     and c.medico_cita = :medicoSQL
                     and c.fecha_cita >= :limiteSQL
                     and c.cancelada_cita = 0
                   union all
                   select h.id_cita
                   from citas_historico as h
                   where h.paciente_cita = :pacienteSQL
                     and h.medico_cita = :medicoSQL
                     and h.fecha_cita >= :limiteSQL
                     and h.cancelada_cita = 0
                   union all
                   select i.id_cita
                   from citas as i
                   where i.paciente_cita = :pacienteSQL
                     and i.medico_cita = :medicoSQL
                     and i.tipo_cita = 'Interconsulta'
                     and i.diagnostico_cita is null
                     and i.cancelada_cita = 0
               ) as e
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("EquipoAsistencial::EsEquipoAsistencial", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
           end-if

           if SQLCODE = 0 and cuentaSQL > 0
               goback
           end-if

           set enEquipo to False.

       end method.

       *>
       *> TieneAccesoExcepcional
       *>
       *> Indica si el médico tiene abierto un acceso excepcional a los
       *> datos del paciente.
       *>
       *> Parámetros:
       *>     idMedico (int): Médico
       *>     idPaciente (int): Paciente
       *>
       *> Devuelve:
       *>     Boolean: True si tiene un acceso excepcional vigente
       *>
       method-id TieneAccesoExcepcional.
       local-storage section.
       01 medicoSQL pic S9(9) COMP-4.
       01 pacienteSQL pic S9(9) COMP-4.
       01 ahoraSQL pic x(19).
       01 cuentaSQL pic S9(9) COMP-4.
       procedure division using by value idMedico as binary-short
                                         idPaciente as binary-short
                                   returning abierto as type Boolean.

           set abierto to False.
           set medicoSQL to idMedico.
           set pacienteSQL to idPaciente.
           set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           exec sql
               select count(*) into :cuentaSQL
               from accesos_excepcionales as a
               where a.medico_acceso_excepcional = :medicoSQL
                 and a.paciente_acceso_excepcional = :pacienteSQL
                 and a.inicio_acceso_excepcional <= :ahoraSQL
                 and a.fin_acceso_excepcional > :ahoraSQL
           end-exec.

           if SQLCODE = 0 and cuentaSQL > 0
               set abierto to True
           end-if.

       end method.

       *>
       *> AbrirAccesoExcepcional
       *>
       *> Rompe el cristal: abre al médico, durante
       *> HORAS_ACCESO_EXCEPCIONAL horas, el acceso a los datos
       *> clínicos de un paciente que no es de su equipo asistencial,
       *> con el motivo declarado. El acceso queda pendiente de
       *> revisión por el delegado de protección de datos.
       *>
       *> Parámetros:
       *>     idMedico (int): Médico que accede
       *>     idPaciente (int): Paciente
       *>     motivo (str): Motivo declarado del acceso
       *>
       *> Devuelve:
       *>     str: "" si el acceso quedó abierto, o el motivo por el que
       *>          no se abrió
       *>
       method-id AbrirAccesoExcepcional.
       local-storage section.
       01 parametros type CitaMe.modelo.Parametros.
       01 horasAcceso binary-long.
       01 medicoSQL pic S9(9) COMP-4.
       01 pacienteSQL pic S9(9) COMP-4.
       01 motivoSQL pic x(255).
       01 inicioSQL pic x(19).
       01 finSQL pic x(19).
       procedure division using by value idMedico as binary-short
                                         idPaciente as binary-short
                                         motivo as string
                                   returning rechazo as string.

           if motivo = null or motivo::Trim()::Length < LONGITUD_MINIMA_MOTIVO
               set rechazo to type String::Concat("Describa el motivo del acceso (al menos ",
                   LONGITUD_MINIMA_MOTIVO::ToString(), " caracteres).")
               goback
           end-if

           set parametros to new CitaMe.modelo.Parametros().
           set horasAcceso to parametros::DevuelveEntero("horas_acceso_excepcional", HORAS_ACCESO_EXCEPCIONAL).

           set medicoSQL to idMedico.
           set pacienteSQL to idPaciente.
           set motivoSQL to motivo::Trim().
           set inicioSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").
           set finSQL to type DateTime::Now::AddHours(horasAcceso)::ToString("yyyy-MM-dd HH:mm:ss").

           exec sql
               insert into accesos_excepcionales
                   (medico_acceso_excepcional, paciente_acceso_excepcional, motivo_acceso_excepcional,
                    inicio_acceso_excepcional, fin_acceso_excepcional, revisado_acceso_excepcional)
               values
                   (:medicoSQL, :pacienteSQL, :motivoSQL, :inicioSQL, :finSQL, 0)
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("EquipoAsistencial::AbrirAccesoExcepcional", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               set rechazo to "Ha ocurrido un error registrando el acceso excepcional."
               goback
           end-if

           exec sql
               commit
           end-exec.

           set rechazo to "".

       end method.

       *>
       *> DevuelvePendientesRevision
       *>
       *> Accesos excepcionales pendientes de revisión por el delegado
       *> de protección de datos, del más antiguo al más reciente, con
       *> las consultas hechas al amparo de cada uno.
       *>
       *> Devuelve:
       *>     List[str]: líneas "#id inicio - médico - paciente - motivo
       *>                (consultas: n)"
       *>
       method-id DevuelvePendientesRevision.
       local-storage section.
       01 idAccesoSQL pic S9(9) COMP-4.
       01 inicioSQL pic x(19).
       01 medicoSQL pic x(130).
       01 pacienteSQL pic x(130).
       01 motivoSQL pic x(255).
       01 consultasSQL pic S9(9) COMP-4.
       procedure division returning pendientes as List[string].

           set pendientes to new List[string]().

           exec sql
               declare accesosExcepcionalesTbl cursor for
                   select a.id_acceso_excepcional, a.inicio_acceso_excepcional,
                          coalesce(concat(um.nombre_real_usuario, ' ', um.apellidos_usuario), ''),
                          coalesce(concat(up.nombre_real_usuario, ' ', up.apellidos_usuario), ''),
                          a.motivo_acceso_excepcional,
                          (select count(*) from accesos_clinicos as ac
                           where ac.usuario_acceso_clinico = a.medico_acceso_excepcional
                             and ac.paciente_acceso_clinico = a.paciente_acceso_excepcional
                             and ac.fecha_acceso_clinico >= a.inicio_acceso_excepcional
                             and ac.fecha_acceso_clinico < a.fin_acceso_excepcional)
                   from accesos_excepcionales as a
                   left join usuarios as um on (um.id_usuario = a.medico_acceso_excepcional)
                   left join usuarios as up on (up.id_usuario = a.paciente_acceso_excepcional)
                   where a.revisado_acceso_excepcional = 0
                   order by a.inicio_acceso_excepcional asc
           end-exec.

           exec sql
               open accesosExcepcionalesTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch accesosExcepcionalesTbl into
                   :idAccesoSQL, :inicioSQL, :medicoSQL, :pacienteSQL, :motivoSQL, :consultasSQL
               end-exec

               if SQLCODE = 0
                   invoke pendientes::Add(type String::Concat(
                       "#", idAccesoSQL::ToString(), " ", (inicioSQL as string)::Trim(), " - ",
                       (medicoSQL as string)::Trim(), " - ", (pacienteSQL as string)::Trim(), " - ",
                       (motivoSQL as string)::Trim(), " (consultas: ", consultasSQL::ToString(), ")"))
               end-if
           end-perform.

           exec sql
               close accesosExcepcionalesTbl
           end-exec.

       end method.

       *>
       *> MarcarRevisado
       *>
       *> Deja revisado por el delegado de protección de datos un
       *> acceso excepcional, con su comentario.
       *>
       *> Parámetros:
       *>     idAcceso (int): Acceso excepcional
       *>     idRevisor (int): Usuario que lo revisa
       *>     comentario (str): Conclusión de la revisión
       *>
       *> Devuelve:
       *>     Boolean: True si el acceso existía y quedó revisado
       *>
       method-id MarcarRevisado.
       local-storage section.
       01 idAccesoSQL pic S9(9) COMP-4.
       01 revisorSQL pic S9(9) COMP-4.
       01 fechaSQL pic x(19).
       01 comentarioSQL pic x(255).
       procedure division using by value idAcceso as binary-long
                                         idRevisor as binary-short
                                         comentario as string
                                   returning exito as type Boolean.

           set exito to False.
           set idAccesoSQL to idAcceso.
           set revisorSQL to idRevisor.
           set fechaSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").
           set comentarioSQL to comentario::Trim().

           exec sql
               update accesos_excepcionales
               set revisado_acceso_excepcional = 1,
                   revisor_acceso_excepcional = :revisorSQL,
                   fecha_revision_acceso_excepcional = :fechaSQL,
                   comentario_revision_acceso_excepcional = :comentarioSQL
               where id_acceso_excepcional = :idAccesoSQL
                 and revisado_acceso_excepcional = 0
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("EquipoAsistencial::MarcarRevisado", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               goback
           end-if

           if SQLERRD(3) > 0
               set exito to True
           end-if

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> GenerarInformeMensual
       *>
       *> Informe CSV para el delegado de protección de datos con los
       *> accesos excepcionales abiertos en un mes: médico, paciente,
       *> motivo, vigencia, consultas hechas al amparo del acceso y
       *> estado de la revisión. Lo lanza el planificador el primer
       *> día de cada mes para el mes anterior.
       *>
       *> Parámetros:
       *>     mes (str): Mes del informe, "yyyy-MM"
       *>
       *> Devuelve:
       *>     str: ruta del informe
       *>
       method-id GenerarInformeMensual.
       local-storage section.
       01 desdeSQL pic x(19).
       01 hastaSQL pic x(19).
       01 idAccesoSQL pic S9(9) COMP-4.
       01 inicioSQL pic x(19).
       01 finSQL pic x(19).
       01 medicoSQL pic x(130).
       01 pacienteSQL pic S9(9) COMP-4.
       01 motivoSQL pic x(255).
       01 consultasSQL pic S9(9) COMP-4.
       01 revisadoSQL pic S9(9) COMP-4.
       01 revisorSQL pic x(130).
       01 fechaRevisionSQL pic x(19).
       01 comentarioSQL pic x(255).
       01 contenido type System.Text.StringBuilder.
       01 carpeta string.
       01 estadoRevision string.
       01 totalAccesos binary-long.
       01 totalPendientes binary-long.
       procedure division using by value mes as string
                                   returning rutaInforme as string.

           set desdeSQL to type String::Concat(mes, "-01 00:00:00").
           set hastaSQL to type DateTime::ParseExact(type String::Concat(mes, "-01"), "yyyy-MM-dd",
               type System.Globalization.CultureInfo::InvariantCulture)::AddMonths(1)::ToString("yyyy-MM-dd HH:mm:ss").

           set contenido to new System.Text.StringBuilder().
           invoke contenido::AppendLine(type String::Concat("# Accesos excepcionales a datos clínicos - ", mes,
               " - generado el ", type DateTime::Now::ToString("dd/MM/yyyy HH:mm"))).
           invoke contenido::AppendLine("id;inicio;fin;medico;paciente;motivo;consultas;revision;revisor;fecha_revision;comentario").

           set totalAccesos to 0.
           set totalPendientes to 0.

           exec sql
               declare informeAccesosExcepcionalesTbl cursor for
                   select a.id_acceso_excepcional, a.inicio_acceso_excepcional, a.fin_acceso_excepcional,
                          coalesce(concat(um.nombre_real_usuario, ' ', um.apellidos_usuario), ''),
                          a.paciente_acceso_excepcional, a.motivo_acceso_excepcional,
                          (select count(*) from accesos_clinicos as ac
                           where ac.usuario_acceso_clinico = a.medico_acceso_excepcional
                             and ac.paciente_acceso_clinico = a.paciente_acceso_excepcional
                             and ac.fecha_acceso_clinico >= a.inicio_acceso_excepcional
                             and ac.fecha_acceso_clinico < a.fin_acceso_excepcional),
                          a.revisado_acceso_excepcional,
                          coalesce(concat(ur.nombre_real_usuario, ' ', ur.apellidos_usuario), ''),
                          coalesce(a.fecha_revision_acceso_excepcional, ''),
                          coalesce(a.comentario_revision_acceso_excepcional, '')
                   from accesos_excepcionales as a
                   left join usuarios as um on (um.id_usuario = a.medico_acceso_excepcional)
                   left join usuarios as ur on (ur.id_usuario = a.revisor_acceso_excepcional)
                   where a.inicio_acceso_excepcional >= :desdeSQL
                     and a.inicio_acceso_excepcional < :hastaSQL
                   order by a.inicio_acceso_excepcional asc
           end-exec.

           exec sql
               open informeAccesosExcepcionalesTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch informeAccesosExcepcionalesTbl into
                   :idAccesoSQL, :inicioSQL, :finSQL, :medicoSQL, :pacienteSQL, :motivoSQL,
                   :consultasSQL, :revisadoSQL, :revisorSQL, :fechaRevisionSQL, :comentarioSQL
               end-exec

               if SQLCODE = 0
                   add 1 to totalAccesos
                   if revisadoSQL = 1
                       set estadoRevision to "Revisado"
                   else
                       set estadoRevision to "Pendiente"
                       add 1 to totalPendientes
                   end-if
                   invoke contenido::AppendLine(type String::Concat(
                       idAccesoSQL::ToString(), ";", (inicioSQL as string)::Trim(), ";",
                       (finSQL as string)::Trim(), ";", CampoCsv(medicoSQL as string), ";",
                       pacienteSQL::ToString(), ";", CampoCsv(motivoSQL as string), ";",
                       consultasSQL::ToString(), ";", estadoRevision, ";",
                       CampoCsv(revisorSQL as string), ";", (fechaRevisionSQL as string)::Trim(), ";",
                       CampoCsv(comentarioSQL as string)))
               end-if
           end-perform.

           exec sql
               close informeAccesosExcepcionalesTbl
           end-exec.

           invoke contenido::AppendLine(type String::Concat("# Total: ", totalAccesos::ToString(),
               " - pendientes de revisión: ", totalPendientes::ToString())).

           set carpeta to type String::Concat(type AppDomain::CurrentDomain::BaseDirectory, "accesos_excepcionales").
           if not type System.IO.Directory::Exists(carpeta)
               invoke type System.IO.Directory::CreateDirectory(carpeta)
           end-if

           set rutaInforme to type String::Concat(carpeta, "\accesos_excepcionales_", mes, ".csv").
           invoke type System.IO.File::WriteAllText(rutaInforme, contenido::ToString()).

       end method.

       *>
       *> CampoCsv
       *>
       *> Prepara un texto para una columna del CSV: sin el separador
       *> ";" ni saltos de línea, que romperían la fila.
       *>
       method-id CampoCsv private.
       procedure division using by value valor as string
                                   returning campo as string.

           if valor = null
               set campo to ""
               goback
           end-if

           set campo to valor::Trim()::Replace(";", ",")::Replace(type Convert::ToChar(13), ' ')::Replace(type Convert::ToChar(10), ' ').

       end method.

       end class.
