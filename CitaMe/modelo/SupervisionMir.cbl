       *>
       *> SupervisionMir
       *>
       *> Clase que encapsula la supervisión de los residentes (MIR)
       *> por su tutor. Un residente es un médico con tutor asignado
       *> (columna medicos.tutor_medico, 0 si no es residente). Lo que
       *> el residente registra en sus consultas (el diagnóstico al
       *> cerrar la cita, las recetas y las secciones de la nota
       *> clínica) queda pendiente de supervisión hasta que el tutor lo
       *> revisa y lo refrenda desde su lista de trabajo de Medico.xaml:
       *>
       *>  - Diagnóstico: citas.pendiente_supervision_cita = 1.
       *>  - Receta: recetas.supervision_receta = 'Pendiente'; hasta
       *>    el refrendo no se puede dispensar (ver
       *>    Receta::RegistrarDispensacion).
       *>  - Nota: notas_clinicas.pendiente_supervision_nota = 1.
       *>
       *> Al refrendar, el elemento pasa a constar con la firma del
       *> tutor (usuario y fecha del refrendo), junto a un comentario
       *> opcional de la revisión.
       *>
       *> Tabla supervisiones_mir: id_supervision, cita_supervision,
       *> residente_supervision, tutor_supervision, elemento_supervision
       *> (Diagnóstico, Receta o Nota), referencia_supervision (id de la
       *> receta o de la nota), detalle_supervision,
       *> estado_supervision (Pendiente o Refrendada),
       *> fecha_registro_supervision, fecha_refrendo_supervision y
       *> comentario_supervision.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.SupervisionMir.

       working-storage section.

       01 id_supervision property pic S9(9) COMP-4.
       01 cita_supervision property pic S9(9) COMP-4.
       01 elemento_supervision property string.
       01 detalle_supervision property string.
       01 fecha_registro_supervision property string.
       01 nombre_paciente_supervision property string.
       01 nombre_residente_supervision property string.

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
       *> AsignarTutor
       *>
       *> Enlaza un residente con su tutor, o lo desenlaza con tutor 0.
       *> El tutor debe ser un médico que no sea a su vez residente.
       *>
       *> Parámetros:
       *>     idResidente (int): Médico residente
       *>     idTutor (int): Médico tutor, o 0 para quitarlo
       *>
       *> Devuelve:
       *>     str: "" si se ha guardado, o el motivo del rechazo
       *>
       method-id AsignarTutor.
       local-storage section.
       01 idResidenteSQL pic S9(9) COMP-4.
       01 idTutorSQL pic S9(9) COMP-4.
       01 tutorDelTutor pic S9(9) COMP-4.
       01 residenteSQL pic S9(9) COMP-4.
       procedure division using by value idResidente as binary-long
                                         idTutor as binary-long
                                   returning motivo as string.

           set motivo to "".
           set idResidenteSQL to idResidente.
           set idTutorSQL to idTutor.

           if idTutor = idResidente
               set motivo to "Un residente no puede ser su propio tutor."
               goback
           end-if

           if idTutor > 0
               exec sql
                   select coalesce(m.tutor_medico, 0) into :tutorDelTutor
                   from medicos as m
                   where m.id_usuario_medico = :idTutorSQL
               end-exec
               if not SQLCODE = 0
                   set motivo to "El tutor indicado no es un médico."
                   goback
               end-if
               if tutorDelTutor > 0
                   set motivo to "El tutor indicado es a su vez residente."
                   goback
               end-if
           end-if

           exec sql
               select m.id_usuario_medico into :residenteSQL
               from medicos as m
               where m.id_usuario_medico = :idResidenteSQL
           end-exec.
           if not SQLCODE = 0
               set motivo to "El residente indicado no es un médico."
               goback
           end-if

           exec sql
               update medicos
               set tutor_medico = :idTutorSQL
               where id_usuario_medico = :idResidenteSQL
           end-exec.

           if SQLCODE < 0
               set motivo to "Ha ocurrido un error guardando el tutor."
               invoke modeloErrores::RegistrarError("SupervisionMir::AsignarTutor", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               goback
           end-if

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> DevuelveTutorCita
       *>
       *> Devuelve el tutor del médico de una cita, si es residente.
       *>
       *> Parámetros:
       *>     idCita (int): Cita a consultar
       *>
       *> Devuelve:
       *>     int: Id del tutor, 0 si el médico no es residente
       *>
       method-id DevuelveTutorCita.
       local-storage section.
       01 idCitaSQL pic S9(9) COMP-4.
       01 idTutorSQL pic S9(9) COMP-4.
       procedure division using by value idCita as binary-long
                                   returning idTutor as binary-long.

           set idTutor to 0.
           set idCitaSQL to idCita.

           exec sql
               select coalesce(m.tutor_medico, 0) into :idTutorSQL
               from citas as c
               inner join medicos as m on (c.medico_cita = m.id_usuario_medico)
               where c.id_cita = :idCitaSQL
           end-exec.

           if SQLCODE = 0
               set idTutor to idTutorSQL
           end-if

       end method.

       *>
       *> RegistrarPendiente
       *>
       *> Deja pendiente de supervisión un elemento que un residente
       *> acaba de registrar en una cita. Si el médico de la cita no es
       *> residente no hace nada. Volver a registrar el diagnóstico o
       *> la misma sección de la nota sustituye la supervisión
       *> pendiente anterior en vez de duplicarla.
       *>
       *> Parámetros:
       *>     idCita (int): Cita de la consulta
       *>     elemento (str): Diagnóstico, Receta o Nota
       *>     idReferencia (int): Id de la receta o de la nota (0 para
       *>                         el diagnóstico)
       *>     detalle (str): Resumen de lo registrado para el tutor
       *>
       *> Devuelve:
       *>     Boolean: True si el elemento queda pendiente de supervisión
       *>
       method-id RegistrarPendiente.
       local-storage section.
       01 idCitaSQL pic S9(9) COMP-4.
       01 idResidenteSQL pic S9(9) COMP-4.
       01 idTutorSQL pic S9(9) COMP-4.
       01 elementoSQL pic x(15).
       01 idReferenciaSQL pic S9(9) COMP-4.
       01 detalleSQL pic x(500).
       01 ahoraSQL pic x(19).
       procedure division using by value idCita as binary-long
                                         elemento as string
                                         idReferencia as binary-long
                                         detalle as string
                                   returning pendiente as type Boolean.

           set pendiente to False.
           set idCitaSQL to idCita.

           exec sql
               select c.medico_cita, coalesce(m.tutor_medico, 0)
               into :idResidenteSQL, :idTutorSQL
               from citas as c
               inner join medicos as m on (c.medico_cita = m.id_usuario_medico)
               where c.id_cita = :idCitaSQL
           end-exec.

           if not SQLCODE = 0 or idTutorSQL = 0
               goback
           end-if

           set elementoSQL to elemento.
           set idReferenciaSQL to idReferencia.
           set detalleSQL to detalle.
           set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           evaluate elemento
               when "Diagnóstico"
                   exec sql
                       delete from supervisiones_mir
                       where cita_supervision = :idCitaSQL
                         and elemento_supervision = :elementoSQL
                         and estado_supervision = 'Pendiente'
                   end-exec
                   if SQLCODE < 0
                       invoke modeloErrores::RegistrarError("SupervisionMir::RegistrarPendiente", SQLCODE, elemento)
                       exec sql
                           rollback
                       end-exec
                       goback
                   end-if
                   exec sql
                       update citas
                       set pendiente_supervision_cita = 1
                       where id_cita = :idCitaSQL
                   end-exec
                   if SQLCODE < 0
                       invoke modeloErrores::RegistrarError("SupervisionMir::RegistrarPendiente", SQLCODE, elemento)
                       exec sql
                           rollback
                       end-exec
                       goback
                   end-if
               when "Receta"
                   exec sql
                       update recetas
                       set supervision_receta = 'Pendiente'
                       where id_receta = :idReferenciaSQL
                   end-exec
                   if SQLCODE < 0
                       invoke modeloErrores::RegistrarError("SupervisionMir::RegistrarPendiente", SQLCODE, elemento)
                       exec sql
                           rollback
                       end-exec
                       goback
                   end-if
               when "Nota"
                   *> La sección sustituida deja huérfana su supervisión
                   exec sql
                       delete from supervisiones_mir
                       where cita_supervision = :idCitaSQL
                         and elemento_supervision = :elementoSQL
                         and estado_supervision = 'Pendiente'
                         and referencia_supervision not in
                             (select n.id_nota from notas_clinicas as n where n.cita_nota = :idCitaSQL)
                   end-exec
                   if SQLCODE < 0
                       invoke modeloErrores::RegistrarError("SupervisionMir::RegistrarPendiente", SQLCODE, elemento)
                       exec sql
                           rollback
                       end-exec
                       goback
                   end-if
                   exec sql
                       update notas_clinicas
                       set pendiente_supervision_nota = 1
                       where id_nota = :idReferenciaSQL
                   end-exec
                   if SQLCODE < 0
                       invoke modeloErrores::RegistrarError("SupervisionMir::RegistrarPendiente", SQLCODE, elemento)
                       exec sql
                           rollback
                       end-exec
                       goback
                   end-if
           end-evaluate

           exec sql
               insert into supervisiones_mir
                   (cita_supervision, residente_supervision, tutor_supervision,
                    elemento_supervision, referencia_supervision, detalle_supervision,
                    estado_supervision, fecha_registro_supervision)
               values
                   (:idCitaSQL, :idResidenteSQL, :idTutorSQL,
                    :elementoSQL, :idReferenciaSQL, :detalleSQL,
                    'Pendiente', :ahoraSQL)
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("SupervisionMir::RegistrarPendiente", SQLCODE, elemento)
               exec sql
                   rollback
               end-exec
               goback
           end-if

           exec sql
               commit
           end-exec.

           set pendiente to True.

       end method.

       *>
       *> DevuelvePendientesTutor
       *>
       *> Lista de trabajo del tutor: los elementos de sus residentes
       *> pendientes de supervisión, los más antiguos primero.
       *>
       *> Parámetros:
       *>     idTutor (int): Médico tutor
       *>
       *> Devuelve:
       *>     List[SupervisionMir]: supervisiones pendientes
       *>
       method-id DevuelvePendientesTutor.
       local-storage section.
       01 idTutorSQL pic S9(9) COMP-4.
       01 supervisionActual type SupervisionMir.
       01 idSupervision pic S9(9) COMP-4.
       01 idCita pic S9(9) COMP-4.
       01 elemento pic x(15).
       01 detalle pic x(500).
       01 fechaRegistro pic x(19).
       01 nombrePaciente pic x(45).
       01 apellidosPaciente pic x(80).
       01 nombreResidente pic x(45).
       01 apellidosResidente pic x(80).
       procedure division using by value idTutor as binary-long
                                   returning supervisiones as List[type SupervisionMir].

           set supervisiones to new List[type SupervisionMir]().
           set idTutorSQL to idTutor.

           exec sql
               declare supervisionesTutorTbl cursor for
                   select s.id_supervision, s.cita_supervision, s.elemento_supervision,
                          coalesce(s.detalle_supervision, ''), s.fecha_registro_supervision,
                          coalesce(up.nombre_real_usuario, ''), coalesce(up.apellidos_usuario, ''),
                          coalesce(ur.nombre_real_usuario, ''), coalesce(ur.apellidos_usuario, '')
                   from supervisiones_mir as s
                   left join citas as c on (s.cita_supervision = c.id_cita)
                   left join usuarios as up on (c.paciente_cita = up.id_usuario)
                   left join usuarios as ur on (s.residente_supervision = ur.id_usuario)
                   where s.tutor_supervision = :idTutorSQL
                     and s.estado_supervision = 'Pendiente'
                   order by s.fecha_registro_supervision asc
           end-exec.

           exec sql
               open supervisionesTutorTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch supervisionesTutorTbl into
                   :idSupervision, :idCita, :elemento, :detalle, :fechaRegistro,
                   :nombrePaciente, :apellidosPaciente, :nombreResidente, :apellidosResidente
               end-exec
               if SQLCODE = 0
                   set supervisionActual to new SupervisionMir()
                   set supervisionActual::id_supervision to idSupervision
                   set supervisionActual::cita_supervision to idCita
                   set supervisionActual::elemento_supervision to (elemento as string)::Trim()
                   set supervisionActual::detalle_supervision to (detalle as string)::Trim()
                   set supervisionActual::fecha_registro_supervision to (fechaRegistro as string)::Trim()
                   set supervisionActual::nombre_paciente_supervision to type String::Concat(
                       (nombrePaciente as string)::Trim(), " ", (apellidosPaciente as string)::Trim())
                   set supervisionActual::nombre_residente_supervision to type String::Concat(
                       (nombreResidente as string)::Trim(), " ", (apellidosResidente as string)::Trim())
                   invoke supervisiones::Add(supervisionActual)
               end-if
           end-perform.

           exec sql
               close supervisionesTutorTbl
           end-exec.

       end method.

       *>
       *> Refrendar
       *>
       *> El tutor refrenda un elemento pendiente de su residente: la
       *> supervisión queda firmada con su usuario y la fecha, y el
       *> elemento deja de estar pendiente (la receta pasa a poder
       *> dispensarse).
       *>
       *> Parámetros:
       *>     idSupervision (int): Supervisión a refrendar
       *>     idTutor (int): Tutor que refrenda
       *>     comentario (str): Comentario de la revisión (opcional)
       *>
       *> Devuelve:
       *>     str: "" si queda refrendada, o el motivo del rechazo
       *>
       method-id Refrendar.
       local-storage section.
       01 idSupervisionSQL pic S9(9) COMP-4.
       01 idTutorSQL pic S9(9) COMP-4.
       01 tutorSQL pic S9(9) COMP-4.
       01 idCitaSQL pic S9(9) COMP-4.
       01 elemento pic x(15).
       01 estado pic x(15).
       01 idReferenciaSQL pic S9(9) COMP-4.
       01 comentarioSQL pic x(500).
       01 ahoraSQL pic x(19).
       procedure division using by value idSupervision as binary-long
                                         idTutor as binary-long
                                         comentario as string
                                   returning motivo as string.

           set motivo to "".
           set idSupervisionSQL to idSupervision.
           set idTutorSQL to idTutor.

           exec sql
               select s.tutor_supervision, s.cita_supervision, s.elemento_supervision,
                      s.estado_supervision, s.referencia_supervision
               into :tutorSQL, :idCitaSQL, :elemento, :estado, :idReferenciaSQL
               from supervisiones_mir as s
               where s.id_supervision = :idSupervisionSQL
           end-exec.

           if not SQLCODE = 0
               set motivo to "La supervisión indicada no existe."
               goback
           end-if

           if not tutorSQL = idTutorSQL
               set motivo to "Solo el tutor del residente puede refrendar la supervisión."
               goback
           end-if

           if not (estado as string)::Trim() = "Pendiente"
               set motivo to "La supervisión ya estaba refrendada."
               goback
           end-if

           set comentarioSQL to comentario.
           set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           exec sql
               update supervisiones_mir
               set estado_supervision = 'Refrendada',
                   fecha_refrendo_supervision = :ahoraSQL,
                   comentario_supervision = :comentarioSQL
               where id_supervision = :idSupervisionSQL
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("SupervisionMir::Refrendar", SQLCODE, "Refrendo de supervisión")
               exec sql
                   rollback
               end-exec
               set motivo to "Ha ocurrido un error guardando el refrendo."
               goback
           end-if

           evaluate (elemento as string)::Trim()
               when "Diagnóstico"
                   exec sql
                       update citas
                       set pendiente_supervision_cita = 0
                       where id_cita = :idCitaSQL
                   end-exec
                   if SQLCODE < 0
                       invoke modeloErrores::RegistrarError("SupervisionMir::Refrendar", SQLCODE, "Refrendo de supervisión")
                       exec sql
                           rollback
                       end-exec
                       set motivo to "Ha ocurrido un error guardando el refrendo."
                       goback
                   end-if
               when "Receta"
                   exec sql
                       update recetas
                       set supervision_receta = 'Refrendada'
                       where id_receta = :idReferenciaSQL
                   end-exec
                   if SQLCODE < 0
                       invoke modeloErrores::RegistrarError("SupervisionMir::Refrendar", SQLCODE, "Refrendo de supervisión")
                       exec sql
                           rollback
                       end-exec
                       set motivo to "Ha ocurrido un error guardando el refrendo."
                       goback
                   end-if
               when "Nota"
                   exec sql
                       update notas_clinicas
                       set pendiente_supervision_nota = 0
                       where id_nota = :idReferenciaSQL
                   end-exec
                   if SQLCODE < 0
                       invoke modeloErrores::RegistrarError("SupervisionMir::Refrendar", SQLCODE, "Refrendo de supervisión")
                       exec sql
                           rollback
                       end-exec
                       set motivo to "Ha ocurrido un error guardando el refrendo."
                       goback
                   end-if
           end-evaluate

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> RefrendarCita
       *>
       *> Refrenda de una vez todo lo pendiente de una cita, cuando el
       *> tutor ha revisado la consulta completa.
       *>
       *> Parámetros:
       *>     idCita (int): Cita revisada
       *>     idTutor (int): Tutor que refrenda
       *>     comentario (str): Comentario de la revisión (opcional)
       *>
       *> Devuelve:
       *>     int: número de elementos refrendados
       *>
       method-id RefrendarCita.
       local-storage section.
       01 idCitaSQL pic S9(9) COMP-4.
       01 idTutorSQL pic S9(9) COMP-4.
       01 idSupervision pic S9(9) COMP-4.
       01 pendientes List[binary-long].
       procedure division using by value idCita as binary-long
                                         idTutor as binary-long
                                         comentario as string
                                   returning refrendadas as binary-long.

           set refrendadas to 0.
           set idCitaSQL to idCita.
           set idTutorSQL to idTutor.
           set pendientes to new List[binary-long]().

           exec sql
               declare pendientesCitaTbl cursor for
                   select s.id_supervision
                   from supervisiones_mir as s
                   where s.cita_supervision = :idCitaSQL
                     and s.tutor_supervision = :idTutorSQL
                     and s.estado_supervision = 'Pendiente'
           end-exec.

           exec sql
               open pendientesCitaTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch pendientesCitaTbl into :idSupervision
               end-exec
               if SQLCODE = 0
                   invoke pendientes::Add(idSupervision)
               end-if
           end-perform.

           exec sql
               close pendientesCitaTbl
           end-exec.

           perform varying pendiente as binary-long through pendientes
               if Refrendar(pendiente, idTutor, comentario)::Length = 0
                   add 1 to refrendadas
               end-if
           end-perform.

       end method.

       end class.
