       *>
       *> PlantillaEnfermeria
       *>
       *> Clase que encapsula la plantilla de enfermería y sus turnos
       *> por centro y sala, que alimentan la cola de trabajo de
       *> enfermería (ver OrdenEnfermeria). Hasta ahora la cola era una
       *> lista compartida y ninguna tarea tenía dueña hasta que
       *> alguien la marcaba; con la plantilla, las tareas de cada día
       *> se reparten entre las enfermeras de turno:
       *>
       *>  - Cada tarea se sitúa en el centro del médico que pautó la
       *>    orden (tabla medico_centro) y en la sala de la cita de
       *>    origen.
       *>  - Solo la cubren los turnos de ese centro cuya franja horaria
       *>    incluye la hora prevista de la tarea (los turnos de noche
       *>    cruzan la medianoche: de 22 a 8 cubren de 22 a 24 y de 0 a
       *>    8 del mismo día). Las tareas atrasadas de días anteriores
       *>    las cubre cualquier turno del centro.
       *>  - Entre los turnos que la cubren se prefiere el de la misma
       *>    sala y, a igualdad, el de la enfermera con menos tareas
       *>    asignadas ese día.
       *>  - Si ningún turno la cubre, la tarea queda marcada sin cubrir
       *>    (sin_cubrir_tarea) y el hueco se anota en RegistroErrores;
       *>    el siguiente reparto lo vuelve a intentar.
       *>
       *> Al terminar el turno, el relevo entrega las tareas pendientes
       *> de la enfermera saliente a la enfermera del turno siguiente
       *> del mismo centro (la que entra a la hora de salida).
       *>
       *> Tablas:
       *>  - enfermeras: id_enfermera, nombre_enfermera,
       *>    centro_enfermera, activa_enfermera.
       *>  - turnos_enfermeria: id_turno_enf, enfermera_turno,
       *>    fecha_turno, centro_turno, sala_turno, hora_inicio_turno,
       *>    hora_fin_turno.
       *>  - tareas_enfermeria: columnas enfermera_tarea (NULL mientras
       *>    no esté asignada) y sin_cubrir_tarea (1 si el último
       *>    reparto no encontró turno).
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.PlantillaEnfermeria.

       working-storage section.

       01 modeloErrores type CitaMe.modelo.RegistroErrores.

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
       *> RegistrarEnfermera
       *>
       *> Da de alta una enfermera en la plantilla de un centro.
       *>
       *> Parámetros:
       *>     nombre (str): Nombre y apellidos
       *>     centro (str): Centro al que pertenece
       *>
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>              False en caso de error
       *>
       method-id RegistrarEnfermera.
       local-storage section.
       01 nombreSQL pic x(100).
       01 centroSQL pic x(25).
       procedure division using by value nombre as string
                                         centro as string
                                   returning exito as type Boolean.

           set exito to False.

           if nombre::Trim()::Length = 0
               goback
           end-if

           set nombreSQL to nombre::Trim().
           set centroSQL to centro::Trim().

           exec sql
               insert into enfermeras (nombre_enfermera, centro_enfermera, activa_enfermera)
               values (:nombreSQL, :centroSQL, 1)
           end-exec.

           if SQLCODE < 0
               exec sql
                   rollback
               end-exec
               goback
           end-if

           exec sql
               commit
           end-exec.

           set exito to True.

       end method.

       *>
       *> DarDeBajaEnfermera
       *>
       *> Saca a una enfermera de la plantilla activa. Sus turnos ya
       *> asignados se conservan; deja de aparecer en los nuevos.
       *>
       *> Parámetros:
       *>     idEnfermera (int): Id de la enfermera
       *>
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>              False en caso de error
       *>
       method-id DarDeBajaEnfermera.
       local-storage section.
       01 idEnfermeraSQL pic S9(9) COMP-4.
       procedure division using by value idEnfermera as binary-long
                                   returning exito as type Boolean.

           set idEnfermeraSQL to idEnfermera.

           exec sql
               update enfermeras
               set activa_enfermera = 0
               where id_enfermera = :idEnfermeraSQL
           end-exec.

           if SQLCODE < 0 or SQLERRD(3) = 0
               set exito to False
           else
               set exito to True
           end-if

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> DevuelveEnfermeras
       *>
       *> Devuelve la plantilla activa de enfermería.
       *>
       *> Devuelve:
       *>     List[str]: "id - nombre (centro)"
       *>
       method-id DevuelveEnfermeras.
       local-storage section.
       01 idEnfermera pic S9(9) COMP-4.
       01 nombre pic x(100).
       01 centro pic x(25).
       procedure division returning enfermeras as List[string].

           set enfermeras to new List[string]().

           exec sql
               declare enfermerasTbl cursor for
                   select e.id_enfermera, e.nombre_enfermera, coalesce(e.centro_enfermera, '')
                   from enfermeras as e
                   where e.activa_enfermera = 1
                   order by e.centro_enfermera, e.nombre_enfermera
           end-exec.

           exec sql
               open enfermerasTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch enfermerasTbl into :idEnfermera, :nombre, :centro
               end-exec
               if SQLCODE = 0
                   invoke enfermeras::Add(type String::Concat(idEnfermera::ToString(), " - ",
                       (nombre as string)::Trim(), " (", (centro as string)::Trim(), ")"))
               end-if
           end-perform.

           exec sql
               close enfermerasTbl
           end-exec.

       end method.

       *>
       *> AsignarTurno
       *>
       *> Asigna un turno a una enfermera activa en un centro y sala.
       *> Una enfermera solo puede tener un turno por día.
       *>
       *> Parámetros:
       *>     idEnfermera (int): Id de la enfermera
       *>     fechaSQL (str): Día del turno, "yyyy-MM-dd"
       *>     centro (str): Centro del turno
       *>     sala (str): Sala del turno ("" si cubre todo el centro)
       *>     horaInicio (int): Hora de entrada (0-23)
       *>     horaFin (int): Hora de salida (0-23); menor o igual que la
       *>                    de entrada en los turnos de noche
       *>
       *> Devuelve:
       *>     str: "" si se ha asignado, o el motivo del rechazo
       *>
       method-id AsignarTurno.
       local-storage section.
       01 idEnfermeraSQL pic S9(9) COMP-4.
       01 fechaTurnoSQL pic x(10).
       01 centroSQL pic x(25).
       01 salaSQL pic x(25).
       01 horaInicioSQL pic S9(4) COMP-4.
       01 horaFinSQL pic S9(4) COMP-4.
       01 activa pic S9(9) COMP-4.
       01 existeFila pic S9(9) COMP-4.
       procedure division using by value idEnfermera as binary-long
                                         fechaSQL as string
                                         centro as string
                                         sala as string
                                         horaInicio as binary-short
                                         horaFin as binary-short
                                   returning motivo as string.

           set motivo to "".

           if horaInicio < 0 or horaInicio > 23 or horaFin < 0 or horaFin > 23
               set motivo to "Las horas del turno deben estar entre 0 y 23."
               goback
           end-if

           if centro::Trim()::Length = 0
               set motivo to "Indica el centro del turno."
               goback
           end-if

           set idEnfermeraSQL to idEnfermera.
           set fechaTurnoSQL to fechaSQL::Trim().
           set centroSQL to centro::Trim().
           set salaSQL to sala::Trim().
           set horaInicioSQL to horaInicio.
           set horaFinSQL to horaFin.

           exec sql
               select count(*) into :activa
               from enfermeras as e
               where e.id_enfermera = :idEnfermeraSQL
                 and e.activa_enfermera = 1
           end-exec.

           if not SQLCODE = 0 or activa = 0
               set motivo to "La enfermera no existe o no está activa."
               goback
           end-if

           exec sql
               select count(*) into :existeFila
               from turnos_enfermeria as t
               where t.enfermera_turno = :idEnfermeraSQL
                 and t.fecha_turno = :fechaTurnoSQL
           end-exec.

           if SQLCODE = 0 and existeFila > 0
               set motivo to "La enfermera ya tiene turno ese día."
               goback
           end-if

           exec sql
               insert into turnos_enfermeria
                   (enfermera_turno, fecha_turno, centro_turno, sala_turno,
                    hora_inicio_turno, hora_fin_turno)
               values
                   (:idEnfermeraSQL, :fechaTurnoSQL, :centroSQL, :salaSQL,
                    :horaInicioSQL, :horaFinSQL)
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("PlantillaEnfermeria::AsignarTurno", SQLCODE, "Alta de turno")
               exec sql
                   rollback
               end-exec
               set motivo to "No se ha podido guardar el turno."
               goback
           end-if

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> EliminarTurno
       *>
       *> Borra un turno. Las tareas pendientes que tenía asignadas la
       *> enfermera ese día vuelven a quedar sin asignar para el
       *> siguiente reparto.
       *>
       *> Parámetros:
       *>     idTurno (int): Id del turno
       *>
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>              False en caso de error
       *>
       method-id EliminarTurno.
       local-storage section.
       01 idTurnoSQL pic S9(9) COMP-4.
       01 idEnfermeraSQL pic S9(9) COMP-4.
       01 fechaTurnoSQL pic x(10).
       01 hastaSQL pic x(19).
       procedure division using by value idTurno as binary-long
                                   returning exito as type Boolean.

           set exito to False.
           set idTurnoSQL to idTurno.

           exec sql
               select t.enfermera_turno, t.fecha_turno
               into :idEnfermeraSQL, :fechaTurnoSQL
               from turnos_enfermeria as t
               where t.id_turno_enf = :idTurnoSQL
           end-exec.

           if not SQLCODE = 0
               goback
           end-if

           set hastaSQL to type String::Concat((fechaTurnoSQL as string)::Trim(), " 23:59:59").

           exec sql
               update tareas_enfermeria
               set enfermera_tarea = null
               where enfermera_tarea = :idEnfermeraSQL
                 and estado_tarea = 'Pendiente'
                 and fecha_prevista_tarea <= :hastaSQL
           end-exec.

           exec sql
               delete from turnos_enfermeria
               where id_turno_enf = :idTurnoSQL
           end-exec.

           if SQLCODE < 0
               exec sql
                   rollback
               end-exec
               goback
           end-if

           exec sql
               commit
           end-exec.

           set exito to True.

       end method.

       *>
       *> DevuelveTurnosDia
       *>
       *> Devuelve los turnos de enfermería de un día con la carga de
       *> tareas pendientes de cada enfermera.
       *>
       *> Parámetros:
       *>     fechaSQL (str): Día, "yyyy-MM-dd"
       *>
       *> Devuelve:
       *>     List[str]: "id - centro sala hh-hh: enfermera (n tareas)"
       *>
       method-id DevuelveTurnosDia.
       local-storage section.
       01 fechaTurnoSQL pic x(10).
       01 hastaSQL pic x(19).
       01 idTurno pic S9(9) COMP-4.
       01 centro pic x(25).
       01 sala pic x(25).
       01 horaInicio pic S9(4) COMP-4.
       01 horaFin pic S9(4) COMP-4.
       01 nombre pic x(100).
       01 carga pic S9(9) COMP-4.
       procedure division using by value fechaSQL as string
                                   returning turnos as List[string].

           set turnos to new List[string]().
           set fechaTurnoSQL to fechaSQL::Trim().
           set hastaSQL to type String::Concat(fechaSQL::Trim(), " 23:59:59").

           exec sql
               declare turnosEnfermeriaDiaTbl cursor for
                   select t.id_turno_enf, t.centro_turno, coalesce(t.sala_turno, ''),
                          t.hora_inicio_turno, t.hora_fin_turno, e.nombre_enfermera,
                          (select count(*) from tareas_enfermeria as te
                           where te.enfermera_tarea = t.enfermera_turno
                             and te.estado_tarea = 'Pendiente'
                             and te.fecha_prevista_tarea <= :hastaSQL)
                   from turnos_enfermeria as t
                   inner join enfermeras as e on (t.enfermera_turno = e.id_enfermera)
                   where t.fecha_turno = :fechaTurnoSQL
                   order by t.centro_turno, t.hora_inicio_turno, t.sala_turno
           end-exec.

           exec sql
               open turnosEnfermeriaDiaTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch turnosEnfermeriaDiaTbl into
                   :idTurno, :centro, :sala, :horaInicio, :horaFin, :nombre, :carga
               end-exec
               if SQLCODE = 0
                   invoke turnos::Add(type String::Concat(idTurno::ToString(), " - ",
                       (centro as string)::Trim(), " ", (sala as string)::Trim(), " ",
                       horaInicio::ToString("00"), "-", horaFin::ToString("00"), ": ",
                       (nombre as string)::Trim(), " (", carga::ToString(), " tareas)"))
               end-if
           end-perform.

           exec sql
               close turnosEnfermeriaDiaTbl
           end-exec.

       end method.

       *>
       *> CubreHora
       *>
       *> Indica si la franja de un turno incluye una hora del día. Los
       *> turnos con salida menor o igual que la entrada cruzan la
       *> medianoche.
       *>
       *> Parámetros:
       *>     hora (int): Hora a comprobar, o -1 para cualquier hora
       *>     horaInicio (int): Hora de entrada del turno
       *>     horaFin (int): Hora de salida del turno
       *>
       *> Devuelve:
       *>     Boolean: True si el turno cubre esa hora
       *>
       method-id CubreHora private.
       procedure division using by value hora as binary-long
                                         horaInicio as binary-long
                                         horaFin as binary-long
                                   returning cubre as type Boolean.

           set cubre to False.

           if hora < 0
               set cubre to True
               goback
           end-if

           if horaFin > horaInicio
               if hora >= horaInicio and hora < horaFin
                   set cubre to True
               end-if
           else
               if hora >= horaInicio or hora < horaFin
                   set cubre to True
               end-if
           end-if

       end method.

       *>
       *> RepartirTareasDia
       *>
       *> Reparte entre las enfermeras de turno las tareas pendientes y
       *> sin asignar previstas hasta un día (incluidas las atrasadas),
       *> según el centro y la sala de cada tarea y la carga de cada
       *> enfermera (ver cabecera de la clase). Las que no cubre ningún
       *> turno quedan marcadas sin cubrir.
       *>
       *> Parámetros:
       *>     fechaSQL (str): Día del reparto, "yyyy-MM-dd"
       *>
       *> Devuelve:
       *>     int: número de tareas que quedan sin cubrir
       *>
       method-id RepartirTareasDia.
       local-storage section.
       01 fechaTurnoSQL pic x(10).
       01 desdeSQL pic x(19).
       01 hastaSQL pic x(19).
       01 idEnfermeraSQL pic S9(9) COMP-4.
       01 idTareaSQL pic S9(9) COMP-4.
       01 centro pic x(25).
       01 sala pic x(25).
       01 horaInicio pic S9(4) COMP-4.
       01 horaFin pic S9(4) COMP-4.
       01 carga pic S9(9) COMP-4.
       01 fechaPrevista pic x(19).
       01 turnoEnfermeras List[binary-long].
       01 turnoCentros List[string].
       01 turnoSalas List[string].
       01 turnoInicios List[binary-long].
       01 turnoFines List[binary-long].
       01 turnoCargas List[binary-long].
       01 tareaIds List[binary-long].
       01 tareaCentros List[string].
       01 tareaSalas List[string].
       01 tareaHoras List[binary-long].
       01 indiceTarea binary-long.
       01 indice binary-long.
       01 elegido binary-long.
       01 mismaSala type Boolean.
       01 mismaSalaElegido type Boolean.
       01 horaTarea binary-long.
       01 sinCubrir binary-long.
       procedure division using by value fechaSQL as string
                                   returning totalSinCubrir as binary-long.

           set totalSinCubrir to 0.
           set sinCubrir to 0.
           set fechaTurnoSQL to fechaSQL::Trim().
           set desdeSQL to type String::Concat(fechaSQL::Trim(), " 00:00:00").
           set hastaSQL to type String::Concat(fechaSQL::Trim(), " 23:59:59").

           set turnoEnfermeras to new List[binary-long]().
           set turnoCentros to new List[string]().
           set turnoSalas to new List[string]().
           set turnoInicios to new List[binary-long]().
           set turnoFines to new List[binary-long]().
           set turnoCargas to new List[binary-long]().
           set tareaIds to new List[binary-long]().
           set tareaCentros to new List[string]().
           set tareaSalas to new List[string]().
           set tareaHoras to new List[binary-long]().

           *> Turnos del día con la carga que ya lleva cada enfermera
           exec sql
               declare turnosRepartoTbl cursor for
                   select t.enfermera_turno, t.centro_turno, coalesce(t.sala_turno, ''),
                          t.hora_inicio_turno, t.hora_fin_turno,
                          (select count(*) from tareas_enfermeria as te
                           where te.enfermera_tarea = t.enfermera_turno
                             and te.estado_tarea = 'Pendiente'
                             and te.fecha_prevista_tarea <= :hastaSQL)
                   from turnos_enfermeria as t
                   inner join enfermeras as e on (t.enfermera_turno = e.id_enfermera)
                   where t.fecha_turno = :fechaTurnoSQL
                     and e.activa_enfermera = 1
                   order by t.id_turno_enf
           end-exec.

           exec sql
               open turnosRepartoTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch turnosRepartoTbl into
                   :idEnfermeraSQL, :centro, :sala, :horaInicio, :horaFin, :carga
               end-exec
               if SQLCODE = 0
                   invoke turnoEnfermeras::Add(idEnfermeraSQL)
                   invoke turnoCentros::Add((centro as string)::Trim())
                   invoke turnoSalas::Add((sala as string)::Trim())
                   invoke turnoInicios::Add(horaInicio)
                   invoke turnoFines::Add(horaFin)
                   invoke turnoCargas::Add(carga)
               end-if
           end-perform.

           exec sql
               close turnosRepartoTbl
           end-exec.

           *> Tareas por repartir, con el centro del médico que pautó la
           *> orden y la sala de la cita de origen
           exec sql
               declare tareasRepartoTbl cursor for
                   select t.id_tarea_enf, t.fecha_prevista_tarea,
                          coalesce((select mc.centro_medico from medico_centro as mc
                                    where mc.medico_centro = c.medico_cita), ''),
                          coalesce(c.sala_cita, '')
                   from tareas_enfermeria as t
                   inner join ordenes_enfermeria as o on (t.orden_tarea = o.id_orden)
                   left join citas as c on (o.cita_orden = c.id_cita)
                   where t.estado_tarea = 'Pendiente'
                     and t.enfermera_tarea is null
                     and t.fecha_prevista_tarea <= :hastaSQL
                   order by t.fecha_prevista_tarea asc
           end-exec.

           exec sql
               open tareasRepartoTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch tareasRepartoTbl into :idTareaSQL, :fechaPrevista, :centro, :sala
               end-exec
               if SQLCODE = 0
                   invoke tareaIds::Add(idTareaSQL)
                   invoke tareaCentros::Add((centro as string)::Trim())
                   invoke tareaSalas::Add((sala as string)::Trim())
                   *> Las atrasadas las cubre cualquier turno del centro
                   if fechaPrevista < desdeSQL
                       set horaTarea to -1
                   else
                       set horaTarea to type Int32::Parse((fechaPrevista as string)::Substring(11, 2))
                   end-if
                   invoke tareaHoras::Add(horaTarea)
               end-if
           end-perform.

           exec sql
               close tareasRepartoTbl
           end-exec.

           perform varying indiceTarea from 0 by 1 until indiceTarea >= tareaIds::Count
               set elegido to -1
               set mismaSalaElegido to False
               set horaTarea to tareaHoras[indiceTarea]

               perform varying indice from 0 by 1 until indice >= turnoEnfermeras::Count
                   if (tareaCentros[indiceTarea]::Length = 0
                       or turnoCentros[indice] = tareaCentros[indiceTarea])
                       and CubreHora(horaTarea, turnoInicios[indice], turnoFines[indice])
                       set mismaSala to False
                       if tareaSalas[indiceTarea]::Length > 0
                           and turnoSalas[indice] = tareaSalas[indiceTarea]
                           set mismaSala to True
                       end-if
                       if elegido < 0
                           or (mismaSala and not mismaSalaElegido)
                           or (mismaSala = mismaSalaElegido
                               and turnoCargas[indice] < turnoCargas[elegido])
                           set elegido to indice
                           set mismaSalaElegido to mismaSala
                       end-if
                   end-if
               end-perform

               set idTareaSQL to tareaIds[indiceTarea]
               if elegido < 0
                   exec sql
                       update tareas_enfermeria
                       set sin_cubrir_tarea = 1
                       where id_tarea_enf = :idTareaSQL
                   end-exec
                   add 1 to sinCubrir
               else
                   set idEnfermeraSQL to turnoEnfermeras[elegido]
                   exec sql
                       update tareas_enfermeria
                       set enfermera_tarea = :idEnfermeraSQL,
                           sin_cubrir_tarea = 0
                       where id_tarea_enf = :idTareaSQL
                   end-exec
                   if SQLCODE = 0
                       set turnoCargas[elegido] to turnoCargas[elegido] + 1
                   end-if
               end-if
           end-perform.

           exec sql
               commit
           end-exec.

           if sinCubrir > 0
               invoke modeloErrores::RegistrarError("PlantillaEnfermeria::RepartirTareasDia", 0,
                   type String::Concat("Tareas de enfermería sin cubrir el ", fechaSQL::Trim(), ": ",
                   sinCubrir::ToString()))
           end-if

           set totalSinCubrir to sinCubrir.

       end method.

       *>
       *> DevuelveTareasEnfermera
       *>
       *> Devuelve la lista de trabajo de una enfermera: sus tareas
       *> pendientes previstas hasta un día, igual que la cola
       *> compartida de OrdenEnfermeria::DevuelveTareasDia.
       *>
       *> Parámetros:
       *>     idEnfermera (int): Id de la enfermera
       *>     fechaSQL (str): Día de la lista, "yyyy-MM-dd"
       *>
       *> Devuelve:
       *>     List[OrdenEnfermeria]: tareas pendientes de la enfermera
       *>
       method-id DevuelveTareasEnfermera.
       local-storage section.
       01 idEnfermeraSQL pic S9(9) COMP-4.
       01 limiteSQL pic x(19).
       01 tareaActual type CitaMe.modelo.OrdenEnfermeria.
       01 idTarea pic S9(9) COMP-4.
       01 idOrden pic S9(9) COMP-4.
       01 idCita pic S9(9) COMP-4.
       01 idPaciente pic S9(9) COMP-4.
       01 nombreReal pic x(45).
       01 apellidos pic x(80).
       01 tipo pic x(100).
       01 frecuencia pic S9(9) COMP-4.
       01 fechaPrevista pic x(19).
       01 nombreEnfermera pic x(100).
       procedure division using by value idEnfermera as binary-long
                                         fechaSQL as string
                                   returning tareas as List[type CitaMe.modelo.OrdenEnfermeria].

           set tareas to new List[type CitaMe.modelo.OrdenEnfermeria]().
           set idEnfermeraSQL to idEnfermera.
           set limiteSQL to type String::Concat(fechaSQL::Trim(), " 23:59:59").

           exec sql
               declare tareasEnfermeraTbl cursor for
                   select t.id_tarea_enf, o.id_orden, o.cita_orden, o.paciente_orden,
                          u.nombre_real_usuario, u.apellidos_usuario,
                          o.tipo_orden, o.frecuencia_horas_orden, t.fecha_prevista_tarea,
                          e.nombre_enfermera
                   from tareas_enfermeria as t
                   left join ordenes_enfermeria as o on (t.orden_tarea = o.id_orden)
                   left join usuarios as u on (o.paciente_orden = u.id_usuario)
                   inner join enfermeras as e on (t.enfermera_tarea = e.id_enfermera)
                   where t.estado_tarea = 'Pendiente'
                     and t.enfermera_tarea = :idEnfermeraSQL
                     and t.fecha_prevista_tarea <= :limiteSQL
                   order by t.fecha_prevista_tarea asc
           end-exec.

           exec sql
               open tareasEnfermeraTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch tareasEnfermeraTbl into
                   :idTarea, :idOrden, :idCita, :idPaciente,
                   :nombreReal, :apellidos, :tipo, :frecuencia, :fechaPrevista,
                   :nombreEnfermera
               end-exec
               if SQLCODE = 0
                   set tareaActual to new CitaMe.modelo.OrdenEnfermeria()
                   set tareaActual::id_tarea_orden to idTarea
                   set tareaActual::id_orden to idOrden
                   set tareaActual::cita_orden to idCita
                   set tareaActual::paciente_orden to idPaciente
                   set tareaActual::nombre_paciente_orden to type String::Concat(
                       (nombreReal as string)::Trim(), " ", (apellidos as string)::Trim())
                   set tareaActual::tipo_orden to (tipo as string)::Trim()
                   set tareaActual::frecuencia_horas_orden to frecuencia
                   set tareaActual::fecha_prevista_orden to fechaPrevista
                   set tareaActual::estado_tarea_orden to "Pendiente"
                   set tareaActual::enfermera_tarea_orden to (nombreEnfermera as string)::Trim()
                   invoke tareas::Add(tareaActual)
               end-if
           end-perform.

           exec sql
               close tareasEnfermeraTbl
           end-exec.

       end method.

       *>
       *> ContarTareasSinCubrir
       *>
       *> Cuenta las tareas pendientes que el último reparto dejó sin
       *> cubrir, para el aviso del panel del administrador.
       *>
       *> Devuelve:
       *>     int: número de tareas sin cubrir
       *>
       method-id ContarTareasSinCubrir.
       local-storage section.
       01 total pic S9(9) COMP-4.
       procedure division returning sinCubrir as binary-long.

           set sinCubrir to 0.

           exec sql
               select count(*) into :total
               from tareas_enfermeria as t
               where t.estado_tarea = 'Pendiente'
                 and t.enfermera_tarea is null
                 and t.sin_cubrir_tarea = 1
           end-exec.

           if SQLCODE = 0
               set sinCubrir to total
           end-if

       end method.

       *>
       *> GenerarRelevo
       *>
       *> Relevo de fin de turno: lista las tareas que la enfermera
       *> del turno deja pendientes y se las entrega a la enfermera del
       *> turno siguiente del mismo centro (la que entra a la hora de
       *> salida, prefiriendo la misma sala). Los turnos de noche
       *> entregan al turno del día siguiente. Si no entra nadie, las
       *> tareas vuelven a quedar sin asignar y marcadas sin cubrir.
       *>
       *> Parámetros:
       *>     idTurno (int): Turno que termina
       *>
       *> Devuelve:
       *>     List[str]: cabecera con la enfermera entrante y una línea
       *>                por tarea pendiente entregada
       *>
       method-id GenerarRelevo.
       local-storage section.
       01 idTurnoSQL pic S9(9) COMP-4.
       01 idEnfermeraSQL pic S9(9) COMP-4.
       01 idEntranteSQL pic S9(9) COMP-4.
       01 fechaTurnoSQL pic x(10).
       01 fechaEntranteSQL pic x(10).
       01 centroSQL pic x(25).
       01 salaSQL pic x(25).
       01 horaInicioSQL pic S9(4) COMP-4.
       01 horaFinSQL pic S9(4) COMP-4.
       01 limiteSQL pic x(19).
       01 nombreSaliente pic x(100).
       01 nombreEntrante pic x(100).
       01 fechaPrevista pic x(19).
       01 tipo pic x(100).
       01 nombreReal pic x(45).
       01 apellidos pic x(80).
       01 salaTarea pic x(25).
       01 fechaDia type DateTime.
       procedure division using by value idTurno as binary-long
                                   returning relevo as List[string].

           set relevo to new List[string]().
           set idTurnoSQL to idTurno.

           exec sql
               select t.enfermera_turno, t.fecha_turno, t.centro_turno, coalesce(t.sala_turno, ''),
                      t.hora_inicio_turno, t.hora_fin_turno, e.nombre_enfermera
               into :idEnfermeraSQL, :fechaTurnoSQL, :centroSQL, :salaSQL,
                    :horaInicioSQL, :horaFinSQL, :nombreSaliente
               from turnos_enfermeria as t
               inner join enfermeras as e on (t.enfermera_turno = e.id_enfermera)
               where t.id_turno_enf = :idTurnoSQL
           end-exec.

           if not SQLCODE = 0
               goback
           end-if

           *> El turno de noche termina al día siguiente
           set fechaDia to type DateTime::ParseExact((fechaTurnoSQL as string)::Trim(), "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture).
           set limiteSQL to type String::Concat(fechaDia::ToString("yyyy-MM-dd"), " ",
               horaFinSQL::ToString("00"), ":00:00").
           set fechaEntranteSQL to fechaDia::ToString("yyyy-MM-dd").
           if horaFinSQL <= horaInicioSQL
               set fechaEntranteSQL to fechaDia::AddDays(1)::ToString("yyyy-MM-dd")
               set limiteSQL to type String::Concat(fechaDia::AddDays(1)::ToString("yyyy-MM-dd"), " ",
                   horaFinSQL::ToString("00"), ":00:00")
           end-if

           set idEntranteSQL to 0.
           exec sql
               select t.enfermera_turno, e.nombre_enfermera
               into :idEntranteSQL, :nombreEntrante
               from turnos_enfermeria as t
               inner join enfermeras as e on (t.enfermera_turno = e.id_enfermera)
               where t.fecha_turno = :fechaEntranteSQL
                 and t.centro_turno = :centroSQL
                 and t.hora_inicio_turno = :horaFinSQL
                 and t.enfermera_turno <> :idEnfermeraSQL
                 and e.activa_enfermera = 1
               order by case when t.sala_turno = :salaSQL then 0 else 1 end, t.id_turno_enf
               limit 1
           end-exec.

           if not SQLCODE = 0
               set idEntranteSQL to 0
           end-if

           if idEntranteSQL = 0
               invoke relevo::Add(type String::Concat("Relevo de ", (nombreSaliente as string)::Trim(),
                   ": no entra nadie en ", (centroSQL as string)::Trim(), "; las tareas quedan sin cubrir."))
           else
               invoke relevo::Add(type String::Concat("Relevo de ", (nombreSaliente as string)::Trim(),
                   " a ", (nombreEntrante as string)::Trim(), " (", (centroSQL as string)::Trim(), ")"))
           end-if

           exec sql
               declare relevoEnfermeriaTbl cursor for
                   select t.fecha_prevista_tarea, o.tipo_orden,
                          coalesce(u.nombre_real_usuario, ''), coalesce(u.apellidos_usuario, ''),
                          coalesce(c.sala_cita, '')
                   from tareas_enfermeria as t
                   inner join ordenes_enfermeria as o on (t.orden_tarea = o.id_orden)
                   left join usuarios as u on (o.paciente_orden = u.id_usuario)
                   left join citas as c on (o.cita_orden = c.id_cita)
                   where t.enfermera_tarea = :idEnfermeraSQL
                     and t.estado_tarea = 'Pendiente'
                     and t.fecha_prevista_tarea <= :limiteSQL
                   order by t.fecha_prevista_tarea asc
           end-exec.

           exec sql
               open relevoEnfermeriaTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch relevoEnfermeriaTbl into :fechaPrevista, :tipo, :nombreReal, :apellidos, :salaTarea
               end-exec
               if SQLCODE = 0
                   invoke relevo::Add(type String::Concat("  ", (fechaPrevista as string)::Substring(0, 16), " ",
                       (tipo as string)::Trim(), " - ", (nombreReal as string)::Trim(), " ",
                       (apellidos as string)::Trim(), " (", (salaTarea as string)::Trim(), ")"))
               end-if
           end-perform.

           exec sql
               close relevoEnfermeriaTbl
           end-exec.

           *> Entrega de las tareas a la enfermera entrante
           if idEntranteSQL = 0
               exec sql
                   update tareas_enfermeria
                   set enfermera_tarea = null,
                       sin_cubrir_tarea = 1
                   where enfermera_tarea = :idEnfermeraSQL
                     and estado_tarea = 'Pendiente'
                     and fecha_prevista_tarea <= :limiteSQL
               end-exec
           else
               exec sql
                   update tareas_enfermeria
                   set enfermera_tarea = :idEntranteSQL,
                       sin_cubrir_tarea = 0
                   where enfermera_tarea = :idEnfermeraSQL
                     and estado_tarea = 'Pendiente'
                     and fecha_prevista_tarea <= :limiteSQL
               end-exec
           end-if

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("PlantillaEnfermeria::GenerarRelevo", SQLCODE, "Entrega del relevo")
               exec sql
                   rollback
               end-exec
               goback
           end-if

           exec sql
               commit
           end-exec.

       end method.

       end class.
