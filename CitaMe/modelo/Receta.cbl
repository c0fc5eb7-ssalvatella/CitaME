       *> Clase que encapsula el modelo de la receta médica
       *> asociada a una cita ya diagnosticada.
       *>
       *> Las recetas de los residentes quedan pendientes de
       *> supervisión (columna supervision_receta) y no se dispensan
       *> hasta que el tutor las refrenda (ver modelo SupervisionMir).
       *>
       *> Cada receta guarda los días de tratamiento que cubre
       *> (columna duracion_receta), con los que se mide la adherencia
       *> contra el libro de dispensaciones (ver modelo Adherencia).
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.Receta.

       *> RegistrarDispensacion y CaducarRecetasAntiguas
       01 estado_dispensacion_receta property string.

       *> Supervisión del tutor cuando la receta la emite un residente:
       *> Pendiente, Refrendada o "" si no la requiere
       01 supervision_receta property string.

       *> Habilita las variables de SQL
       exec sql
           include sqlca
       *>                          interacción o terapia duplicada (ver
       *>                          DevuelveAvisosInteraccion), o "" si
       *>                          no hubo aviso
       *>     duracionDias (int): Días de tratamiento que cubre la
       *>                          receta, o 0 si no se indicó (ver
       *>                          modelo Adherencia)
       *>
       *> Devuelve:
       *>     exito (Boolean): True en caso de ejecución correcta
       01 justificacionInteraccionSQL pic x(500).
       01 generadorVerificacion type Random.
       01 verificacionSQL pic x(10).
       01 modeloSupervision type CitaMe.modelo.SupervisionMir.
       01 supervisionSQL pic x(15).
       01 idRecetaNueva pic S9(9) COMP-4.
       01 duracionSQL pic S9(4) COMP-4.
       procedure division using by value cita as binary-long
                                         medicamento as string
                                         dosis as string
                                         idMedicamento as binary-long
                                         justificacionAlergia as string
                                         justificacionInteraccion as string
                                         duracionDias as binary-short
                                   returning exito as type Boolean.

           set argumentoCita to cita.
           set duracionSQL to duracionDias.
           set medicamentoSQL to medicamento.
           set dosisSQL to dosis.
           set instruccionesSQL to instrucciones.
               generadorVerificacion::Next(10000, 99999)::ToString(),
               generadorVerificacion::Next(10000, 99999)::ToString()).

           *> La receta de un residente nace pendiente de supervisión,
           *> para que no pueda dispensarse ni un momento antes del
           *> refrendo del tutor
           set modeloSupervision to new CitaMe.modelo.SupervisionMir().
           if modeloSupervision::DevuelveTutorCita(cita) > 0
               set supervisionSQL to "Pendiente"
           else
               set supervisionSQL to ""
           end-if

           exec sql
               insert into recetas
                   (cita_receta, medicamento_receta, dosis_receta, instrucciones_receta, fecha_receta,
                    medicamento_id_receta, alergia_avisada_receta, justificacion_alergia_receta, verificacion_receta,
                    interaccion_avisada_receta, justificacion_interaccion_receta, supervision_receta,
                    duracion_receta)
               values
                   (:argumentoCita, :medicamentoSQL, :dosisSQL, :instruccionesSQL, :fechaSQL,
                    :idMedicamentoSQL, :alergiaAvisadaSQL, :justificacionSQL, :verificacionSQL,
                    :interaccionAvisadaSQL, :justificacionInteraccionSQL, :supervisionSQL,
                    :duracionSQL)
           end-exec.

           exec sql
               set exito to False
           end-if.

           if exito and supervisionSQL = "Pendiente"
               exec sql
                   select LAST_INSERT_ID() into :idRecetaNueva
               end-exec
               invoke modeloSupervision::RegistrarPendiente(cita, "Receta", idRecetaNueva,
                   type String::Concat(medicamento::Trim(), " - ", dosis::Trim(), " - ", instrucciones::Trim()))
           end-if.

       end method.

       *>
       01 fechaRecetaSQL pic x(10).
       01 estadoActual pic x(20).
       01 estadoActualStr string.
       01 supervisionSQL pic x(15).
       01 fechaReceta type DateTime.
       01 dispensadorSQL pic x(100).
       01 parcialSQL pic 9.

           exec sql
               select r.id_receta, r.fecha_receta,
                      coalesce(r.estado_dispensacion_receta, 'Pendiente'),
                      coalesce(r.supervision_receta, '')
               into :idRecetaSQL, :fechaRecetaSQL, :estadoActual, :supervisionSQL
               from recetas as r
               where r.verificacion_receta = :numeroSQL
           end-exec.
               goback
           end-if

           *> La receta de un residente no es válida hasta el refrendo
           *> de su tutor (ver modelo SupervisionMir)
           if (supervisionSQL as string)::Trim()::Equals("Pendiente")
               set motivoRechazo to "Esta receta está pendiente de la supervisión del tutor y todavía no es válida para dispensar."
               goback
           end-if

           *> Una receta más antigua que su validez tampoco se
           *> dispensa, aunque la pasada de caducidad no la haya
           *> marcado todavía
       *>     int: Número de recetas caducadas en esta pasada
       *>
       method-id CaducarRecetasAntiguas.
       procedure division returning totalCaducadas as binary-long.

           set totalCaducadas to CaducarRecetasPrevistas(0).

       end method.

       *>
       *> CaducarRecetasPrevistas
       *>
       *> Caducidad de CaducarRecetasAntiguas limitada, si se indica
       *> una simulación, a las recetas que esa simulación previó (ver
       *> Simulacion y SimularCaducidad): una receta dispensada
       *> entretanto ya no cumple las condiciones y no se caduca. Con
       *> simulación 0 caduca todas.
       *>
       *> Parámetros:
       *>     idSimulacion (int): Simulación previa, o 0
       *>
       *> Devuelve:
       *>     int: Número de recetas caducadas en esta pasada
       *>
       method-id CaducarRecetasPrevistas.
       local-storage section.
       01 limiteSQL pic x(10).
       01 simulacionSQL pic S9(9) COMP-4.
       01 caducadas binary-long.
       procedure division using by value idSimulacion as binary-long
                                   returning totalCaducadas as binary-long.

           invoke CargarConfiguracionValidez().

           set limiteSQL to type DateTime::Now::AddDays(- diasValidezReceta)::ToString("yyyy-MM-dd").
           set simulacionSQL to idSimulacion.
           set caducadas to 0.

           exec sql
               where fecha_receta < :limiteSQL
                 and coalesce(estado_dispensacion_receta, 'Pendiente')
                     in ('Pendiente', 'Dispensada parcial')
                 and (:simulacionSQL = 0 or id_receta in (
                      select sr.clave_registro from simulaciones_registros as sr
                      where sr.simulacion_registro = :simulacionSQL and sr.tabla_registro = 'recetas'))
           end-exec.

           if SQLCODE >= 0

       end method.

       *>
       *> SimularCaducidad
       *>
       *> Simulación de CaducarRecetasAntiguas: anota en la simulación
       *> indicada (ver Simulacion) cada receta que se marcaría
       *> Caducada, con su estado actual, sin tocar ninguna.
       *>
       *> Parámetros:
       *>     idSimulacion (int): Simulación en curso
       *>
       *> Devuelve:
       *>     int: Número de recetas previstas, -1 si hubo un error
       *>
       method-id SimularCaducidad.
       local-storage section.
       01 limiteSQL pic x(10).
       01 simulacionSQL pic S9(9) COMP-4.
       procedure division using by value idSimulacion as binary-long
                                   returning previstas as binary-long.

           invoke CargarConfiguracionValidez().

           set limiteSQL to type DateTime::Now::AddDays(- diasValidezReceta)::ToString("yyyy-MM-dd").
           set simulacionSQL to idSimulacion.

           exec sql
               insert into simulaciones_registros
                   (simulacion_registro, tabla_registro, clave_registro, cambio_registro, detalle_registro)
               select :simulacionSQL, 'recetas', r.id_receta, 'Caducar',
                      concat(r.medicamento_receta, ' del ', r.fecha_receta, ': ',
                             coalesce(r.estado_dispensacion_receta, 'Pendiente'), ' -> Caducada')
               from recetas as r
               where r.fecha_receta < :limiteSQL
                 and coalesce(r.estado_dispensacion_receta, 'Pendiente')
                     in ('Pendiente', 'Dispensada parcial')
           end-exec.

           if SQLCODE < 0
               set previstas to -1
           else
               set previstas to SQLERRD(3)
           end-if.

       end method.

       *>
       *> CargarConfiguracionValidez
       *>
       *> La solicitud se rechaza de entrada cuando la política obliga
       *> a una consulta real: demasiadas renovaciones aprobadas del
       *> mismo medicamento, o demasiado tiempo sin una consulta
       *> cerrada con ese médico. Solo se admite sobre una receta del
       *> propio paciente que la pide.
       *>
       *> Parámetros:
       *>     idReceta (int): Receta cuya renovación se pide
               select r.medicamento_receta, c.medico_cita
               into :medicamento, :idMedicoSQL
               from recetas as r
               inner join citas as c on (r.cita_receta = c.id_cita)
               where r.id_receta = :idRecetaSQL
                 and c.paciente_cita = :idPacienteSQL
           end-exec.

           if not SQLCODE = 0
       01 instrucciones pic x(1000).
       01 instruccionesStr string.
       01 idMedicamento pic S9(9) COMP-4.
       01 duracion pic S9(4) COMP-4.
       01 estadoSQL pic x(15).
       01 ahoraSQL pic x(19).
       01 notificador type CitaMe.modelo.Notificador.
           exec sql
               select rr.receta_renovacion, rr.paciente_renovacion,
                      r.cita_receta, r.medicamento_receta, r.dosis_receta,
                      coalesce(r.instrucciones_receta, ''), coalesce(r.medicamento_id_receta, 0),
                      coalesce(r.duracion_receta, 0)
               into :idReceta, :idPaciente, :citaOriginal, :medicamento, :dosis,
                    :instrucciones, :idMedicamento, :duracion
               from renovaciones_recetas as rr
               left join recetas as r on (rr.receta_renovacion = r.id_receta)
               where rr.id_renovacion = :idRenovacionSQL

           if aprobar
               if not RegistrarReceta(citaOriginal, medicamentoStr::Trim(), dosisStr::Trim(),
                   instruccionesStr::Trim(), idMedicamento, "", "", duracion)
                   goback
               end-if
               set estadoSQL to "Aprobada"
       01 verificacion pic x(10).
       01 verificacionStr string.
       01 estadoDispensacion pic x(20).
       01 supervision pic x(15).
       procedure division using by value cita as binary-long
                                   returning recetas as List[type Receta].

                   select r.id_receta, r.cita_receta, r.medicamento_receta,
                          r.dosis_receta, r.instrucciones_receta, r.fecha_receta,
                          coalesce(r.verificacion_receta, ''),
                          coalesce(r.estado_dispensacion_receta, 'Pendiente'),
                          coalesce(r.supervision_receta, '')
                   from recetas as r
                   where r.cita_receta = :argumentoCita
                   order by r.id_receta desc
               exec sql
                   fetch recetaTbl into
                   :id_receta_sql, :cita_sql, :medicamento, :dosis, :instrucciones, :fechaSQL, :verificacion,
                   :estadoDispensacion, :supervision
               end-exec

               if SQLCODE = 100
               set verificacionStr to verificacion as string
               set recetaActual::verificacion_receta to verificacionStr::Trim()
               set recetaActual::estado_dispensacion_receta to (estadoDispensacion as string)::Trim()
               set recetaActual::supervision_receta to (supervision as string)::Trim()

               invoke recetas::Add(recetaActual)


       end method.

       *>
       *> DevuelveRecetasActivasPaciente
       *>
       *> Devuelve las recetas del paciente que todavía pueden
       *> dispensarse (Pendiente o Dispensada parcial, sin caducar),
       *> de la más reciente a la más antigua, con su número de
       *> verificación, para que el paciente las consulte a través del
       *> API.
       *>
       *> Parámetros:
       *>     idPaciente (int): Paciente a consultar
       *>
       *> Devuelve:
       *>     List[Receta]: recetas activas del paciente
       *>
       method-id DevuelveRecetasActivasPaciente.
       local-storage section.
       01 idPacienteSQL pic S9(9) COMP-4.
       01 recetaActual type Receta.
       01 idReceta pic S9(9) COMP-4.
       01 idCita pic S9(9) COMP-4.
       01 medicamento pic x(100).
       01 dosis pic x(100).
       01 instrucciones pic x(1000).
       01 fechaSQL pic x(10).
       01 verificacion pic x(10).
       01 estadoDispensacion pic x(20).
       procedure division using by value idPaciente as binary-short
                                   returning recetas as List[type Receta].

           set recetas to new List[type Receta]().
           set idPacienteSQL to idPaciente.

           exec sql
               declare recetasActivasPacienteTbl cursor for
                   select r.id_receta, r.cita_receta, r.medicamento_receta,
                          r.dosis_receta, r.instrucciones_receta, r.fecha_receta,
                          coalesce(r.verificacion_receta, ''),
                          coalesce(r.estado_dispensacion_receta, 'Pendiente')
                   from recetas as r
                   inner join citas as c on (r.cita_receta = c.id_cita)
                   where c.paciente_cita = :idPacienteSQL
                     and coalesce(r.estado_dispensacion_receta, 'Pendiente')
                         in ('Pendiente', 'Dispensada parcial')
                   order by r.fecha_receta desc, r.id_receta desc
           end-exec.

           exec sql
               open recetasActivasPacienteTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100

               exec sql
                   fetch recetasActivasPacienteTbl into
                   :idReceta, :idCita, :medicamento, :dosis, :instrucciones, :fechaSQL,
                   :verificacion, :estadoDispensacion
               end-exec

               if SQLCODE = 0
                   set recetaActual to new Receta()
                   set recetaActual::id_receta to idReceta
                   set recetaActual::cita_receta to idCita
                   set recetaActual::medicamento_receta to (medicamento as string)::Trim()
                   set recetaActual::dosis_receta to (dosis as string)::Trim()
                   set recetaActual::instrucciones_receta to (instrucciones as string)::Trim()
                   set recetaActual::fecha_receta to type DateTime::ParseExact(fechaSQL, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture)
                   set recetaActual::verificacion_receta to (verificacion as string)::Trim()
                   set recetaActual::estado_dispensacion_receta to (estadoDispensacion as string)::Trim()
                   invoke recetas::Add(recetaActual)
               end-if

           end-perform.

           exec sql
               close recetasActivasPacienteTbl
           end-exec.

       end method.

       end class.
