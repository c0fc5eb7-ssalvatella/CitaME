       *>
       *> Incidente
       *>
       *> Clase que encapsula la notificación de incidentes de
       *> seguridad del paciente (eventos adversos: paciente llamado
       *> por error, error de medicación, caída en la sala de espera,
       *> muestra extraviada...). Cualquier usuario del personal puede
       *> notificarlos, de forma anónima si lo prefiere, enlazando si
       *> procede la cita, el paciente, la receta o la prueba.
       *>
       *> El responsable de calidad los revisa (causa raíz y acción
       *> correctora con su responsable y fecha límite) hasta
       *> cerrarlos; el informe trimestral los agrupa por tipo y
       *> gravedad.
       *>
       *> Estados: Pendiente, En revisión, Cerrado.
       *>
       *> Tabla: incidentes_seguridad (id_incidente, tipo_incidente,
       *> gravedad_incidente, descripcion_incidente, fecha_incidente,
       *> notificante_incidente, origen_incidente, cita_incidente,
       *> paciente_incidente, receta_incidente, prueba_incidente,
       *> estado_incidente, revisor_incidente, causa_raiz_incidente,
       *> accion_correctora_incidente, responsable_accion_incidente,
       *> fecha_limite_accion_incidente, fecha_cierre_incidente)
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.Incidente.

       working-storage section.

       01 id_incidente property binary-long.
       01 tipo_incidente property string.
       01 gravedad_incidente property string.
       01 descripcion_incidente property string.
       01 fecha_incidente property string.
       01 notificante_incidente property binary-long.
       01 nombre_notificante_incidente property string.
       01 origen_incidente property string.
       01 cita_incidente property binary-long.
       01 paciente_incidente property binary-long.
       01 receta_incidente property binary-long.
       01 prueba_incidente property binary-long.
       01 estado_incidente property string.
       01 causa_raiz_incidente property string.
       01 accion_correctora_incidente property string.
       01 responsable_accion_incidente property string.
       01 fecha_limite_accion_incidente property string.

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
       *> RegistrarIncidente
       *>
       *> Registra un incidente en estado Pendiente. En la notificación
       *> anónima no se guarda el usuario que notifica. Si se enlaza la
       *> cita pero no el paciente, el paciente se toma de la cita.
       *>
       *> Parámetros:
       *>     tipo (str): Tipo de incidente
       *>     gravedad (str): Sin daño, Leve, Moderado o Grave
       *>     descripcion (str): Qué ha ocurrido
       *>     idNotificante (int): Usuario que notifica
       *>     anonimo (bool): True para no guardar el notificante
       *>     origen (str): Pantalla desde la que se notifica
       *>     idCita (int): Cita enlazada (0 si ninguna)
       *>     idPaciente (int): Paciente enlazado (0 si ninguno)
       *>     idReceta (int): Receta enlazada (0 si ninguna)
       *>     idPrueba (int): Prueba enlazada (0 si ninguna)
       *>
       *> Devuelve:
       *>     int: id del incidente, 0 en caso de error
       *>
       method-id RegistrarIncidente.
       local-storage section.
       01 tipoSQL pic x(50).
       01 gravedadSQL pic x(15).
       01 descripcionSQL pic x(1000).
       01 fechaSQL pic x(19).
       01 notificanteSQL pic S9(9) COMP-4.
       01 origenSQL pic x(30).
       01 idCitaSQL pic S9(9) COMP-4.
       01 idPacienteSQL pic S9(9) COMP-4.
       01 idRecetaSQL pic S9(9) COMP-4.
       01 idPruebaSQL pic S9(9) COMP-4.
       01 idIncidenteSQL pic S9(9) COMP-4.
       procedure division using by value tipo as string
                                         gravedad as string
                                         descripcion as string
                                         idNotificante as binary-long
                                         anonimo as type Boolean
                                         origen as string
                                         idCita as binary-long
                                         idPaciente as binary-long
                                         idReceta as binary-long
                                         idPrueba as binary-long
                                   returning idIncidente as binary-long.

           set idIncidente to 0.
           if tipo::Trim()::Equals("") or gravedad::Trim()::Equals("")
               or descripcion::Trim()::Equals("")
               goback
           end-if

           set tipoSQL to tipo::Trim().
           set gravedadSQL to gravedad::Trim().
           set descripcionSQL to descripcion::Trim().
           set fechaSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").
           if anonimo
               set notificanteSQL to 0
           else
               set notificanteSQL to idNotificante
           end-if
           set origenSQL to origen::Trim().
           set idCitaSQL to idCita.
           set idPacienteSQL to idPaciente.
           set idRecetaSQL to idReceta.
           set idPruebaSQL to idPrueba.

           if idPacienteSQL = 0 and idCitaSQL > 0
               exec sql
                   select t.paciente_cita into :idPacienteSQL
                   from (
                       select c.id_cita, c.paciente_cita from citas as c
                       union all
                       select h.id_cita, h.paciente_cita from citas_historico as h
                   ) as t
                   where t.id_cita = :idCitaSQL
               end-exec
               if not SQLCODE = 0
                   set idPacienteSQL to 0
               end-if
           end-if

           exec sql
               insert into incidentes_seguridad
                   (tipo_incidente, gravedad_incidente, descripcion_incidente, fecha_incidente,
                    notificante_incidente, origen_incidente, cita_incidente, paciente_incidente,
                    receta_incidente, prueba_incidente, estado_incidente, revisor_incidente,
                    causa_raiz_incidente, accion_correctora_incidente,
                    responsable_accion_incidente, fecha_limite_accion_incidente)
               values
                   (:tipoSQL, :gravedadSQL, :descripcionSQL, :fechaSQL,
                    :notificanteSQL, :origenSQL, :idCitaSQL, :idPacienteSQL,
                    :idRecetaSQL, :idPruebaSQL, 'Pendiente', 0, '', '', '', '')
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("Incidente::RegistrarIncidente", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               goback
           end-if

           exec sql
               select LAST_INSERT_ID() into :idIncidenteSQL
           end-exec.

           exec sql
               commit
           end-exec.
           set idIncidente to idIncidenteSQL.

       end method.

       *>
       *> DevuelveIncidentesAbiertos
       *>
       *> Incidentes todavía no cerrados, los más graves primero y, a
       *> igual gravedad, del más antiguo al más reciente.
       *>
       *> Devuelve:
       *>     List[Incidente]: incidentes pendientes o en revisión
       *>
       method-id DevuelveIncidentesAbiertos.
       local-storage section.
       01 incidenteActual type Incidente.
       01 idIncidente pic S9(9) COMP-4.
       01 tipo pic x(50).
       01 gravedad pic x(15).
       01 descripcion pic x(1000).
       01 fecha pic x(19).
       01 idNotificante pic S9(9) COMP-4.
       01 nombreNotificante pic x(130).
       01 origen pic x(30).
       01 idCita pic S9(9) COMP-4.
       01 idPaciente pic S9(9) COMP-4.
       01 idReceta pic S9(9) COMP-4.
       01 idPrueba pic S9(9) COMP-4.
       01 estado pic x(15).
       01 causa pic x(1000).
       01 accion pic x(1000).
       01 responsable pic x(100).
       01 fechaLimite pic x(10).
       procedure division returning incidentes as List[type Incidente].

           set incidentes to new List[type Incidente]().

           exec sql
               declare incidentesAbiertosTbl cursor for
                   select i.id_incidente, i.tipo_incidente, i.gravedad_incidente,
                          i.descripcion_incidente, i.fecha_incidente, i.notificante_incidente,
                          coalesce(concat(u.nombre_real_usuario, ' ', u.apellidos_usuario), 'Anónimo'),
                          i.origen_incidente, i.cita_incidente, i.paciente_incidente,
                          i.receta_incidente, i.prueba_incidente, i.estado_incidente,
                          i.causa_raiz_incidente, i.accion_correctora_incidente,
                          i.responsable_accion_incidente, i.fecha_limite_accion_incidente
                   from incidentes_seguridad as i
                   left join usuarios as u on (i.notificante_incidente = u.id_usuario)
                   where i.estado_incidente <> 'Cerrado'
                   order by field(i.gravedad_incidente, 'Grave', 'Moderado', 'Leve', 'Sin daño') asc,
                            i.fecha_incidente asc
           end-exec.

           exec sql
               open incidentesAbiertosTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch incidentesAbiertosTbl into
                   :idIncidente, :tipo, :gravedad, :descripcion, :fecha, :idNotificante,
                   :nombreNotificante, :origen, :idCita, :idPaciente, :idReceta, :idPrueba,
                   :estado, :causa, :accion, :responsable, :fechaLimite
               end-exec
               if SQLCODE = 0
                   set incidenteActual to new Incidente()
                   set incidenteActual::id_incidente to idIncidente
                   set incidenteActual::tipo_incidente to (tipo as string)::Trim()
                   set incidenteActual::gravedad_incidente to (gravedad as string)::Trim()
                   set incidenteActual::descripcion_incidente to (descripcion as string)::Trim()
                   set incidenteActual::fecha_incidente to (fecha as string)::Trim()
                   set incidenteActual::notificante_incidente to idNotificante
                   set incidenteActual::nombre_notificante_incidente to (nombreNotificante as string)::Trim()
                   set incidenteActual::origen_incidente to (origen as string)::Trim()
                   set incidenteActual::cita_incidente to idCita
                   set incidenteActual::paciente_incidente to idPaciente
                   set incidenteActual::receta_incidente to idReceta
                   set incidenteActual::prueba_incidente to idPrueba
                   set incidenteActual::estado_incidente to (estado as string)::Trim()
                   set incidenteActual::causa_raiz_incidente to (causa as string)::Trim()
                   set incidenteActual::accion_correctora_incidente to (accion as string)::Trim()
                   set incidenteActual::responsable_accion_incidente to (responsable as string)::Trim()
                   set incidenteActual::fecha_limite_accion_incidente to (fechaLimite as string)::Trim()
                   invoke incidentes::Add(incidenteActual)
               end-if
           end-perform.

           exec sql
               close incidentesAbiertosTbl
           end-exec.

       end method.

       *>
       *> RevisarIncidente
       *>
       *> Guarda la revisión del responsable de calidad: causa raíz,
       *> acción correctora, su responsable y fecha límite. El
       *> incidente pasa a En revisión o, si se pide, a Cerrado; para
       *> cerrarlo son obligatorias la causa raíz y la acción
       *> correctora.
       *>
       *> Parámetros:
       *>     idIncidente (int): Incidente revisado
       *>     idRevisor (int): Usuario que revisa
       *>     causa (str): Causa raíz
       *>     accion (str): Acción correctora
       *>     responsable (str): Responsable de la acción
       *>     fechaLimite (str): Fecha límite de la acción, "yyyy-MM-dd"
       *>                        o "" si no se fija
       *>     cerrar (bool): True para cerrar el incidente
       *>
       *> Devuelve:
       *>     str: "" si la revisión quedó guardada; en caso contrario,
       *>          el motivo del rechazo
       *>
       method-id RevisarIncidente.
       local-storage section.
       01 idIncidenteSQL pic S9(9) COMP-4.
       01 idRevisorSQL pic S9(9) COMP-4.
       01 causaSQL pic x(1000).
       01 accionSQL pic x(1000).
       01 responsableSQL pic x(100).
       01 fechaLimiteSQL pic x(10).
       01 estadoSQL pic x(15).
       01 fechaCierreSQL pic x(19).
       procedure division using by value idIncidente as binary-long
                                         idRevisor as binary-long
                                         causa as string
                                         accion as string
                                         responsable as string
                                         fechaLimite as string
                                         cerrar as type Boolean
                                   returning motivo as string.

           set motivo to "".

           if cerrar and (causa::Trim()::Equals("") or accion::Trim()::Equals(""))
               set motivo to "Para cerrar el incidente indique la causa raíz y la acción correctora."
               goback
           end-if

           if not fechaLimite::Trim()::Equals("")
               try
                   set fechaLimiteSQL to type DateTime::ParseExact(fechaLimite::Trim(), "dd/MM/yyyy",
                       type System.Globalization.CultureInfo::InvariantCulture)::ToString("yyyy-MM-dd")
               catch ex as type System.Exception
                   set motivo to "La fecha límite de la acción debe tener el formato dd/MM/aaaa."
                   goback
               end-try
           else
               set fechaLimiteSQL to ""
           end-if

           set idIncidenteSQL to idIncidente.
           set idRevisorSQL to idRevisor.
           set causaSQL to causa::Trim().
           set accionSQL to accion::Trim().
           set responsableSQL to responsable::Trim().
           if cerrar
               set estadoSQL to "Cerrado"
               set fechaCierreSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
           else
               set estadoSQL to "En revisión"
               set fechaCierreSQL to ""
           end-if

           exec sql
               update incidentes_seguridad
               set estado_incidente = :estadoSQL,
                   revisor_incidente = :idRevisorSQL,
                   causa_raiz_incidente = :causaSQL,
                   accion_correctora_incidente = :accionSQL,
                   responsable_accion_incidente = :responsableSQL,
                   fecha_limite_accion_incidente = :fechaLimiteSQL,
                   fecha_cierre_incidente = :fechaCierreSQL
               where id_incidente = :idIncidenteSQL
                 and estado_incidente <> 'Cerrado'
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("Incidente::RevisarIncidente", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               set motivo to "Ha ocurrido un error guardando la revisión."
               goback
           end-if

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> DevuelveInformeTrimestral
       *>
       *> Incidentes notificados en un trimestre agrupados por tipo y
       *> gravedad, con cuántos están ya cerrados.
       *>
       *> Parámetros:
       *>     anio (int): Año
       *>     trimestre (int): Trimestre (1 a 4)
       *>
       *> Devuelve:
       *>     List[str]: "Tipo - Gravedad: n incidentes (c cerrados)"
       *>
       method-id DevuelveInformeTrimestral.
       local-storage section.
       01 desdeSQL pic x(10).
       01 hastaSQL pic x(10).
       01 inicio type DateTime.
       01 tipo pic x(50).
       01 gravedad pic x(15).
       01 total pic S9(9) COMP-4.
       01 cerrados pic S9(9) COMP-4.
       procedure division using by value anio as binary-long
                                         trimestre as binary-long
                                   returning lineas as List[string].

           set lineas to new List[string]().
           if trimestre < 1 or trimestre > 4
               goback
           end-if

           set inicio to new DateTime(anio, (trimestre - 1) * 3 + 1, 1).
           set desdeSQL to inicio::ToString("yyyy-MM-dd").
           set hastaSQL to inicio::AddMonths(3)::ToString("yyyy-MM-dd").

           exec sql
               declare informeIncidentesTbl cursor for
                   select i.tipo_incidente, i.gravedad_incidente, count(*),
                          coalesce(sum(case when i.estado_incidente = 'Cerrado' then 1 else 0 end), 0)
                   from incidentes_seguridad as i
                   where i.fecha_incidente >= :desdeSQL
                     and i.fecha_incidente < :hastaSQL
                   group by i.tipo_incidente, i.gravedad_incidente
                   order by i.tipo_incidente asc,
                            field(i.gravedad_incidente, 'Grave', 'Moderado', 'Leve', 'Sin daño') asc
           end-exec.

           exec sql
               open informeIncidentesTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch informeIncidentesTbl into :tipo, :gravedad, :total, :cerrados
               end-exec
               if SQLCODE = 0
                   invoke lineas::Add(type String::Concat(
                       (tipo as string)::Trim(), " - ", (gravedad as string)::Trim(), ": ",
                       total::ToString(), " incidentes (", cerrados::ToString(), " cerrados)"))
               end-if
           end-perform.

           exec sql
               close informeIncidentesTbl
           end-exec.

       end method.

       end class.
