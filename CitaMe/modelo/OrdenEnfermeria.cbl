       *> ve en su cola de trabajo del día y marca como hechas u
       *> omitidas; las tareas quedan visibles en el historial del
       *> paciente junto a la cita que las originó, igual que las
       *> pruebas y las recetas. Las tareas de cada día se reparten
       *> entre las enfermeras de turno (ver PlantillaEnfermeria).
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.OrdenEnfermeria.

       01 id_tarea_orden property pic S9(9) COMP-4.
       01 fecha_prevista_orden property string.
       01 estado_tarea_orden property string.
       01 enfermera_tarea_orden property string.

       *>
       *> RegistrarOrden
       *> Devuelve la cola de trabajo de enfermería de una fecha: las
       *> tareas pendientes previstas hasta ese día inclusive (las
       *> atrasadas también afloran, para que ninguna cura caiga en el
       *> olvido), con el paciente y la pauta de cada una, y la
       *> enfermera a la que se ha repartido ("SIN CUBRIR" si el
       *> reparto no le encontró turno).
       *>
       *> Parámetros:
       *>     fechaSQL (str): Día de la cola, "yyyy-MM-dd"
       01 tipo pic x(100).
       01 frecuencia pic S9(9) COMP-4.
       01 fechaPrevista pic x(19).
       01 nombreEnfermera pic x(100).
       01 sinCubrir pic S9(4) COMP-4.
       procedure division using by value fechaSQL as string
                                   returning tareas as List[type OrdenEnfermeria].

               declare tareasEnfermeriaDiaTbl cursor for
                   select t.id_tarea_enf, o.id_orden, o.cita_orden, o.paciente_orden,
                          u.nombre_real_usuario, u.apellidos_usuario,
                          o.tipo_orden, o.frecuencia_horas_orden, t.fecha_prevista_tarea,
                          coalesce(e.nombre_enfermera, ''), coalesce(t.sin_cubrir_tarea, 0)
                   from tareas_enfermeria as t
                   left join ordenes_enfermeria as o on (t.orden_tarea = o.id_orden)
                   left join usuarios as u on (o.paciente_orden = u.id_usuario)
                   left join enfermeras as e on (t.enfermera_tarea = e.id_enfermera)
                   where t.estado_tarea = 'Pendiente'
                     and t.fecha_prevista_tarea <= :limiteSQL
                   order by t.fecha_prevista_tarea asc
               exec sql
                   fetch tareasEnfermeriaDiaTbl into
                   :idTarea, :idOrden, :idCita, :idPaciente,
                   :nombreReal, :apellidos, :tipo, :frecuencia, :fechaPrevista,
                   :nombreEnfermera, :sinCubrir
               end-exec

               if SQLCODE = 100
               set tareaActual::frecuencia_horas_orden to frecuencia
               set tareaActual::fecha_prevista_orden to fechaPrevista
               set tareaActual::estado_tarea_orden to "Pendiente"
               if sinCubrir = 1
                   set tareaActual::enfermera_tarea_orden to "SIN CUBRIR"
               else
                   set tareaActual::enfermera_tarea_orden to (nombreEnfermera as string)::Trim()
               end-if

               invoke tareas::Add(tareaActual)

