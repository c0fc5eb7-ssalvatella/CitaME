       *> en el sistema con todas sus consultas pertinentes.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.Medico.

       01 colegiado_caducidad property string.
       01 centro property string.

       *> Coste por minuto de consulta en céntimos, para el informe de
       *> márgenes (ver FijarCosteMinuto y modelo MargenConsulta)
       01 coste_minuto property binary-long.

       *> Minutos de desplazamiento bloqueados alrededor del hueco de
       *> una visita domiciliaria (configurable en citame.cfg con la
       *> clave margen_domicilio_minutos, ver Cita::RegistrarCita). Se
       01 inicio_tardes pic X(8).
       01 fin_tardes pic X(8).
       01 colegiadoCaducidad pic X(10).
       01 costeMinuto pic S9(9) COMP-4.

       procedure division using by value id_medico as binary-short
                          returning medico as type Medico.
                   select m.id_usuario_medico, m.colegiado_medico, m.comunidad_medico,
                          m.especialidad_medico, m.fecha_promocion_medico, m.inicio_mananas_medico,
                          m.fin_mananas_medico, m.inicio_tardes_medico, m.fin_tardes_medico,
                          m.colegiado_caducidad_medico, coalesce(m.coste_minuto_medico, 0),
                          u.id_usuario, u.nombre_usuario, u.contrasenia_usuario, u.nombre_real_usuario,
                          u.apellidos_usuario, u.tipo_usuario, u.fechaRegistro_usuario,
                          u.fechaNacimiento_usuario, u.activo_usuario
               exec sql
                   fetch medTbl into
                   :id_usr, :colegiado, :comunidad, :especialidadMedico, :fecha_promocion,
                   :inicio_mananas, :fin_mananas, :inicio_tardes, :fin_tardes, :colegiadoCaducidad, :costeMinuto, :id_usr,
                   :nombre, :argumentoIdMedico,:nombre_real, :apellidos, :tipo, :fechaRegistro,
                   :fechaNacimiento, :activo
               end-exec
               set MedicoActual::inicio_tardes to type TimeSpan::Parse(inicio_tardes)
               set MedicoActual::fin_tardes to type TimeSpan::Parse(fin_tardes)
               set MedicoActual::colegiado_caducidad to colegiadoCaducidad
               set MedicoActual::coste_minuto to costeMinuto
               set MedicoActual::centro to DevuelveCentro(id_medico)

               set medico to MedicoActual
       01 inicio_tardes pic X(8).
       01 fin_tardes pic X(8).
       01 colegiadoCaducidad pic X(10).
       01 costeMinuto pic S9(9) COMP-4.


       procedure division using by value especialidad as string
                   select m.id_usuario_medico, m.colegiado_medico, m.comunidad_medico,
                          m.especialidad_medico, m.fecha_promocion_medico, m.inicio_mananas_medico,
                          m.fin_mananas_medico, m.inicio_tardes_medico, m.fin_tardes_medico,
                          m.colegiado_caducidad_medico, coalesce(m.coste_minuto_medico, 0),
                          u.id_usuario, u.nombre_usuario, u.nombre_real_usuario,
                          u.apellidos_usuario, u.tipo_usuario, u.fechaRegistro_usuario,
                          u.fechaNacimiento_usuario, u.activo_usuario
               exec sql
                   fetch medTbl into
                   :id_usr, :colegiado, :comunidad, :especialidadMedico, :fecha_promocion,
                   :inicio_mananas, :fin_mananas, :inicio_tardes, :fin_tardes, :colegiadoCaducidad, :costeMinuto, :id_usr,
                   :nombre, :nombre_real, :apellidos, :tipo, :fechaRegistro,
                   :fechaNacimiento, :activo
               end-exec
               set MedicoActual::inicio_tardes to type TimeSpan::Parse(inicio_tardes)
               set MedicoActual::fin_tardes to type TimeSpan::Parse(fin_tardes)
               set MedicoActual::colegiado_caducidad to colegiadoCaducidad
               set MedicoActual::coste_minuto to costeMinuto
               set MedicoActual::centro to DevuelveCentro(id_usr)

               invoke medicos::Add(MedicoActual)

       end method.

       *>
       *> ConfigurarUmbralesEspera
       *>
       *> Configura los minutos de espera en sala, desde la llegada,
       *> a partir de los cuales las colas avisan de que el paciente
       *> lleva demasiado esperando y a partir de los cuales el aviso
       *> se escala al coordinador (ver AlertaEspera). 0 en ambos
       *> vuelve a los valores generales de parámetros.
       *>
       *> Parámetros:
       *>     nombre (str): Especialidad a configurar
       *>     minutosAviso (int): Umbral de aviso
       *>     minutosEscalado (int): Umbral de escalado (mayor que el
       *>                            de aviso)
       *>
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>
       method-id ConfigurarUmbralesEspera.
       local-storage section.
       01 nombreSQL pic x(25).
       01 avisoSQL pic S9(4) COMP-4.
       01 escaladoSQL pic S9(4) COMP-4.
       procedure division using by value nombre as string
                                         minutosAviso as binary-short
                                         minutosEscalado as binary-short
                                   returning exito as type Boolean.

           set exito to False.
           if minutosAviso < 0 or (minutosAviso > 0 and not minutosEscalado > minutosAviso)
               goback
           end-if

           set nombreSQL to nombre.
           set avisoSQL to minutosAviso.
           set escaladoSQL to minutosEscalado.

           exec sql
               update especialidades
               set umbral_aviso_espera = :avisoSQL,
                   umbral_escalado_espera = :escaladoSQL
               where nombre_especialidad = :nombreSQL
           end-exec.

           if SQLCODE = 0
               set exito to True
           end-if

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> ConfigurarHorizonteEspecialidad
       *>
       *> Fija el horizonte de reserva de una especialidad en semanas:
       *> solo los días hasta hoy más ese horizonte son reservables, y
       *> los siguientes se van abriendo cada día con la tarea de
       *> apertura de agendas (ver Cita::AbrirAgendas). 0 quita el
       *> horizonte y toda la agenda vuelve a ser reservable.
       *>
       *> Parámetros:
       *>     nombre (str): Especialidad a configurar
       *>     semanas (int): Semanas de horizonte, o 0 para no limitarlo
       *>
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>
       method-id ConfigurarHorizonteEspecialidad.
       local-storage section.
       01 nombreSQL pic x(25).
       01 semanasSQL pic S9(4) COMP-4.
       procedure division using by value nombre as string
                                         semanas as binary-short
                                   returning exito as type Boolean.

           set exito to False.
           if semanas < 0
               goback
           end-if

           set nombreSQL to nombre.
           set semanasSQL to semanas.

           *> Al cambiar el horizonte la agenda publicada se recalcula
           *> desde hoy en la siguiente apertura
           exec sql
               update especialidades
               set horizonte_semanas_especialidad = :semanasSQL,
                   agenda_abierta_hasta_especialidad = null
               where nombre_especialidad = :nombreSQL
           end-exec.

           if SQLCODE = 0
               set exito to True
           end-if

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> DevuelveAgendaAbiertaHasta
       *>
       *> Último día reservable de una especialidad según su horizonte
       *> de reserva: el publicado por la última apertura de agendas,
       *> o hoy más el horizonte si todavía no se ha abierto ninguna.
       *>
       *> Parámetros:
       *>     especialidad (str): Especialidad médica
       *>
       *> Devuelve:
       *>     DateTime: último día reservable, DateTime.MaxValue si la
       *>               especialidad no tiene horizonte
       *>
       method-id DevuelveAgendaAbiertaHasta.
       local-storage section.
       01 argumentoEspecialidad pic x(25).
       01 semanasSQL pic S9(4) COMP-4.
       01 abiertaHastaSQL pic x(10).
       procedure division using by value especialidad as string
                                   returning abiertaHasta as type DateTime.

           set abiertaHasta to type DateTime::MaxValue.
           set argumentoEspecialidad to especialidad.

           exec sql
               select coalesce(e.horizonte_semanas_especialidad, 0),
                      coalesce(e.agenda_abierta_hasta_especialidad, '')
               into :semanasSQL, :abiertaHastaSQL
               from especialidades as e
               where e.nombre_especialidad = :argumentoEspecialidad
           end-exec.

           if not SQLCODE = 0 or not semanasSQL > 0
               goback
           end-if

           if (abiertaHastaSQL as string)::Trim()::Equals("")
               set abiertaHasta to type DateTime::Today::AddDays(semanasSQL * 7)
           else
               set abiertaHasta to type DateTime::ParseExact((abiertaHastaSQL as string)::Trim(), "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture)
           end-if

       end method.

       *>
       *> EstaAusente
       *>

       end method.

       *>
       *> FijarCosteMinuto
       *>
       *> Anota el coste por minuto de consulta del médico (salario y
       *> cargas repartidos sobre su jornada), con el que se valora la
       *> duración real de cada cita en el informe de márgenes (ver
       *> modelo MargenConsulta).
       *>
       *> Parámetros:
       *>     idMedico (int): Id del médico
       *>     costeCentimos (int): Coste por minuto en céntimos
       *>
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>              False en caso de error
       *>
       method-id FijarCosteMinuto.
       local-storage section.
       01 argumentoIdMedico pic S9(9) COMP-4.
       01 costeSQL pic S9(9) COMP-4.
       procedure division using by value idMedico as binary-short
                                         costeCentimos as binary-long
                                   returning exito as type Boolean.

           if costeCentimos < 0
               set exito to False
               goback
           end-if

           set argumentoIdMedico to idMedico.
           set costeSQL to costeCentimos.

           exec sql
               update medicos
               set coste_minuto_medico = :costeSQL
               where id_usuario_medico = :argumentoIdMedico
           end-exec.

           if SQLCODE >= 0
               set exito to True
           else
               set exito to False
           end-if

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> DevuelveEspecialidades
       *>
