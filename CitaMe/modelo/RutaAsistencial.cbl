       *>
       *> RutaAsistencial
       *>
       *> Clase que encapsula las rutas asistenciales: protocolos de
       *> varios pasos (control de embarazo, seguimiento
       *> postoperatorio, debut diabético...) que combinan consultas y
       *> pruebas en secuencia, p.ej. "analítica en la semana 0,
       *> enfermería en la semana 1, médico en la semana 2 y ecografía
       *> en la semana 12". Cita::RegistrarSerie solo repite una misma
       *> consulta; la ruta encadena pasos distintos.
       *>
       *> Cada paso de la plantilla es una consulta (su destino es la
       *> especialidad) o una prueba (su destino es el tipo de prueba
       *> de la agenda de pruebas), con sus días de intervalo y su
       *> dependencia: un paso que depende del anterior se cuenta desde
       *> la fecha real del paso previo, y uno que no depende, desde la
       *> fecha de inscripción.
       *>
       *> Al inscribir a un paciente los pasos se copian como etapas y
       *> se reservan por el mismo camino que el resto de la aplicación
       *> (Cita::BuscarHueco / RegistrarCita para las consultas y
       *> AgendaPrueba::CitarPruebaAutomaticaDesde para las pruebas);
       *> el paso sin hueco queda en cola y la pasada diaria del
       *> planificador lo vuelve a intentar. Cuando una cita o una
       *> prueba reservada se mueve (Cita::ReprogramarCita,
       *> AgendaPrueba::CitarPrueba), el paso siguiente que depende de
       *> ella se replanifica, y así en cascada.
       *>
       *> Estado de cada etapa: Reservado, En cola, Realizado, Perdido
       *> (cita cancelada o no presentada, prueba anulada, o en cola
       *> más de DIAS_MAXIMOS_EN_COLA días) y Anulado (ruta cerrada).
       *> Una inscripción con alguna etapa perdida pasa a "Fuera de
       *> ruta" y aparece en el seguimiento hasta que se retoma o se
       *> cierra.
       *>
       *> Tablas: rutas_asistenciales (id_ruta, nombre_ruta,
       *> descripcion_ruta), pasos_ruta (id_paso, ruta_paso,
       *> orden_paso, tipo_paso, destino_paso, dias_paso,
       *> depende_paso, descripcion_paso), inscripciones_ruta
       *> (id_inscripcion, ruta_inscripcion, paciente_inscripcion,
       *> medico_inscripcion, fecha_inscripcion, estado_inscripcion) y
       *> etapas_ruta (id_etapa, inscripcion_etapa, orden_etapa,
       *> tipo_etapa, destino_etapa, dias_etapa, depende_etapa,
       *> descripcion_etapa, fecha_prevista_etapa, cita_etapa,
       *> prueba_etapa, estado_etapa, motivo_etapa).
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.RutaAsistencial.

       working-storage section.

       *> Plantilla de la ruta
       01 id_ruta property pic S9(9) COMP-4.
       01 nombre_ruta property string.
       01 descripcion_ruta property string.

       *> Paso de la plantilla (también en las etapas de un paciente)
       01 id_paso property pic S9(9) COMP-4.
       01 orden_paso property binary-short.
       *> "Consulta" o "Prueba"
       01 tipo_paso property string.
       *> Especialidad de la consulta o tipo de prueba
       01 destino_paso property string.
       01 dias_paso property binary-short.
       *> 1 = cuenta desde el paso anterior, 0 = desde la inscripción
       01 depende_paso property binary-short.
       01 descripcion_paso property string.

       *> Etapa de un paciente inscrito
       01 id_etapa property pic S9(9) COMP-4.
       01 id_inscripcion property pic S9(9) COMP-4.
       01 paciente_inscripcion property binary-long.
       01 nombre_paciente_inscripcion property string.
       01 fecha_prevista_etapa property string.
       01 estado_etapa property string.
       01 motivo_etapa property string.

       *> Días tras la fecha prevista en los que se busca hueco para
       *> una consulta, y margen que se tolera a una etapa ya
       *> reservada antes de replanificarla
       01 DIAS_TOLERANCIA_PASO binary-short value 7.

       *> Días que una etapa puede seguir en cola después de su fecha
       *> prevista antes de darla por perdida
       01 DIAS_MAXIMOS_EN_COLA binary-short value 14.

       01 modeloErrores type CitaMe.modelo.RegistroErrores.
       01 modeloCita type CitaMe.modelo.Cita.
       01 modeloMedico type CitaMe.modelo.Medico.
       01 modeloPrueba type CitaMe.modelo.Prueba.
       01 modeloAgendaPrueba type CitaMe.modelo.AgendaPrueba.

       01 mfsqlmessagetext pic x(355) values "".

       *> Habilita las variables de SQL
       exec sql
           include sqlca
       end-exec.

       method-id NEW.
       procedure division.
           set modeloErrores to new CitaMe.modelo.RegistroErrores().
           set modeloCita to new CitaMe.modelo.Cita().
           set modeloMedico to new CitaMe.modelo.Medico().
           set modeloPrueba to new CitaMe.modelo.Prueba().
           set modeloAgendaPrueba to new CitaMe.modelo.AgendaPrueba().
           goback.
       end method.

       *>
       *> RegistrarRuta
       *>
       *> Da de alta una plantilla de ruta asistencial, todavía sin
       *> pasos (ver AnadirPaso).
       *>
       *> Parámetros:
       *>     nombre (str): Nombre de la ruta (p.ej. Control de embarazo)
       *>     descripcion (str): Descripción libre
       *>
       *> Devuelve:
       *>     int: Id de la ruta creada, 0 en caso de error
       *>
       method-id RegistrarRuta.
       local-storage section.
       01 nombreSQL pic x(100).
       01 descripcionSQL pic x(500).
       01 idRutaNueva pic S9(9) COMP-4.
       procedure division using by value nombre as string
                                         descripcion as string
                                   returning idRuta as binary-long.

           set idRuta to 0.

           if nombre::Trim()::Equals("")
               goback
           end-if

           set nombreSQL to nombre::Trim().
           set descripcionSQL to descripcion::Trim().

           exec sql
               insert into rutas_asistenciales (nombre_ruta, descripcion_ruta)
               values (:nombreSQL, :descripcionSQL)
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("RutaAsistencial::RegistrarRuta", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               goback
           end-if

           exec sql
               select LAST_INSERT_ID() into :idRutaNueva
           end-exec.
           set idRuta to idRutaNueva.

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> AnadirPaso
       *>
       *> Añade un paso al final de la plantilla de una ruta.
       *>
       *> Parámetros:
       *>     idRuta (int): Ruta a la que se añade el paso
       *>     tipo (str): "Consulta" o "Prueba"
       *>     destino (str): Especialidad de la consulta o tipo de
       *>                    prueba
       *>     dias (int): Días desde el paso anterior (o desde la
       *>                 inscripción si no depende de él)
       *>     dependeAnterior (int): 1 si se cuenta desde la fecha real
       *>                            del paso anterior, 0 si no
       *>     descripcion (str): Descripción del paso
       *>
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>              False en caso de error
       *>
       method-id AnadirPaso.
       local-storage section.
       01 idRutaSQL pic S9(9) COMP-4.
       01 ordenSQL pic S9(4) COMP-4.
       01 tipoSQL pic x(25).
       01 destinoSQL pic x(100).
       01 diasSQL pic S9(4) COMP-4.
       01 dependeSQL pic 9.
       01 descripcionSQL pic x(200).
       procedure division using by value idRuta as binary-long
                                         tipo as string
                                         destino as string
                                         dias as binary-short
                                         dependeAnterior as binary-short
                                         descripcion as string
                                   returning exito as type Boolean.

           if not (tipo::Equals("Consulta") or tipo::Equals("Prueba"))
               or destino::Trim()::Equals("") or dias < 0
               set exito to False
               goback
           end-if

           set idRutaSQL to idRuta.
           set tipoSQL to tipo.
           set destinoSQL to destino::Trim().
           set diasSQL to dias.
           set dependeSQL to dependeAnterior.
           set descripcionSQL to descripcion::Trim().

           exec sql
               select coalesce(max(p.orden_paso), 0) + 1 into :ordenSQL
               from pasos_ruta as p
               where p.ruta_paso = :idRutaSQL
           end-exec.

           exec sql
               insert into pasos_ruta
                   (ruta_paso, orden_paso, tipo_paso, destino_paso, dias_paso, depende_paso, descripcion_paso)
               values
                   (:idRutaSQL, :ordenSQL, :tipoSQL, :destinoSQL, :diasSQL, :dependeSQL, :descripcionSQL)
           end-exec.

           if SQLCODE < 0
               set exito to False
               invoke modeloErrores::RegistrarError("RutaAsistencial::AnadirPaso", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
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
       *> EliminarPaso
       *>
       *> Quita un paso de la plantilla. Las etapas ya copiadas a los
       *> pacientes inscritos no cambian.
       *>
       *> Parámetros:
       *>     idPaso (int): Paso a eliminar
       *>
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>              False en caso de error
       *>
       method-id EliminarPaso.
       local-storage section.
       01 idPasoSQL pic S9(9) COMP-4.
       procedure division using by value idPaso as binary-long
                                   returning exito as type Boolean.

           set idPasoSQL to idPaso.

           exec sql
               delete from pasos_ruta
               where id_paso = :idPasoSQL
           end-exec.

           if SQLCODE < 0
               set exito to False
               invoke modeloErrores::RegistrarError("RutaAsistencial::EliminarPaso", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
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
       *> EliminarRuta
       *>
       *> Elimina una plantilla y sus pasos. Se rechaza mientras haya
       *> pacientes siguiéndola (inscripción activa o fuera de ruta).
       *>
       *> Parámetros:
       *>     idRuta (int): Ruta a eliminar
       *>
       *> Devuelve:
       *>     str: "" si se ha eliminado, o el motivo del rechazo
       *>
       method-id EliminarRuta.
       local-storage section.
       01 idRutaSQL pic S9(9) COMP-4.
       01 inscritos pic S9(9) COMP-4.
       procedure division using by value idRuta as binary-long
                                   returning motivo as string.

           set motivo to "".
           set idRutaSQL to idRuta.

           exec sql
               select count(*) into :inscritos
               from inscripciones_ruta as i
               where i.ruta_inscripcion = :idRutaSQL
                 and i.estado_inscripcion in ('Activa', 'Fuera de ruta')
           end-exec.
           if inscritos > 0
               set motivo to type String::Concat("La ruta tiene ", inscritos::ToString(), " paciente(s) inscrito(s); ciérrelos antes de eliminarla.")
               goback
           end-if

           exec sql
               delete from pasos_ruta
               where ruta_paso = :idRutaSQL
           end-exec.

           if SQLCODE >= 0
               exec sql
                   delete from rutas_asistenciales
                   where id_ruta = :idRutaSQL
               end-exec
           end-if

           if SQLCODE < 0
               set motivo to "Ha ocurrido un error eliminando la ruta."
               invoke modeloErrores::RegistrarError("RutaAsistencial::EliminarRuta", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
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
       *> DevuelveRutas
       *>
       *> Devuelve las plantillas de ruta ordenadas por nombre.
       *>
       *> Devuelve:
       *>     List[RutaAsistencial]: rutas dadas de alta
       *>
       method-id DevuelveRutas.
       local-storage section.
       01 rutaActual type RutaAsistencial.
       01 idRuta pic S9(9) COMP-4.
       01 nombre pic x(100).
       01 descripcion pic x(500).
       procedure division returning rutas as List[type RutaAsistencial].

           set rutas to new List[type RutaAsistencial]().

           exec sql
               declare rutasAsistencialesTbl cursor for
                   select r.id_ruta, r.nombre_ruta, coalesce(r.descripcion_ruta, '')
                   from rutas_asistenciales as r
                   order by r.nombre_ruta asc
           end-exec.

           exec sql
               open rutasAsistencialesTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch rutasAsistencialesTbl into :idRuta, :nombre, :descripcion
               end-exec
               if SQLCODE = 0
                   set rutaActual to new RutaAsistencial()
                   set rutaActual::id_ruta to idRuta
                   set rutaActual::nombre_ruta to (nombre as string)::Trim()
                   set rutaActual::descripcion_ruta to (descripcion as string)::Trim()
                   invoke rutas::Add(rutaActual)
               end-if
           end-perform.

           exec sql
               close rutasAsistencialesTbl
           end-exec.

       end method.

       *>
       *> DevuelvePasosRuta
       *>
       *> Devuelve los pasos de la plantilla de una ruta, en orden.
       *>
       *> Parámetros:
       *>     idRuta (int): Ruta a consultar
       *>
       *> Devuelve:
       *>     List[RutaAsistencial]: pasos de la ruta
       *>
       method-id DevuelvePasosRuta.
       local-storage section.
       01 pasoActual type RutaAsistencial.
       01 idRutaSQL pic S9(9) COMP-4.
       01 idPaso pic S9(9) COMP-4.
       01 orden pic S9(4) COMP-4.
       01 tipo pic x(25).
       01 destino pic x(100).
       01 dias pic S9(4) COMP-4.
       01 depende pic 9.
       01 descripcion pic x(200).
       procedure division using by value idRuta as binary-long
                                   returning pasos as List[type RutaAsistencial].

           set pasos to new List[type RutaAsistencial]().
           set idRutaSQL to idRuta.

           exec sql
               declare pasosRutaTbl cursor for
                   select p.id_paso, p.orden_paso, p.tipo_paso, p.destino_paso,
                          p.dias_paso, p.depende_paso, coalesce(p.descripcion_paso, '')
                   from pasos_ruta as p
                   where p.ruta_paso = :idRutaSQL
                   order by p.orden_paso asc
           end-exec.

           exec sql
               open pasosRutaTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch pasosRutaTbl into
                   :idPaso, :orden, :tipo, :destino, :dias, :depende, :descripcion
               end-exec
               if SQLCODE = 0
                   set pasoActual to new RutaAsistencial()
                   set pasoActual::id_ruta to idRuta
                   set pasoActual::id_paso to idPaso
                   set pasoActual::orden_paso to orden
                   set pasoActual::tipo_paso to (tipo as string)::Trim()
                   set pasoActual::destino_paso to (destino as string)::Trim()
                   set pasoActual::dias_paso to dias
                   set pasoActual::depende_paso to depende
                   set pasoActual::descripcion_paso to (descripcion as string)::Trim()
                   invoke pasos::Add(pasoActual)
               end-if
           end-perform.

           exec sql
               close pasosRutaTbl
           end-exec.

       end method.

       *>
       *> InscribirPaciente
       *>
       *> Inscribe a un paciente en una ruta: copia los pasos de la
       *> plantilla como etapas y reserva cada una en orden, contando
       *> la fecha prevista de las que dependen del paso anterior desde
       *> la fecha reservada de éste. La etapa sin hueco queda en cola
       *> para la pasada diaria (ver RevisarRutas).
       *>
       *> Parámetros:
       *>     idRuta (int): Ruta en la que se inscribe
       *>     idPaciente (int): Paciente inscrito
       *>     idMedico (int): Médico responsable de la inscripción
       *>
       *> Devuelve:
       *>     List[str]: resumen de cada etapa ("1. Analítica: reservado
       *>                el dd/MM/yyyy" / "en cola"), o una sola línea
       *>                con el motivo si no se ha podido inscribir
       *>
       method-id InscribirPaciente.
       local-storage section.
       01 idRutaSQL pic S9(9) COMP-4.
       01 idPacienteSQL pic S9(9) COMP-4.
       01 idMedicoSQL pic S9(9) COMP-4.
       01 idInscripcionNueva pic S9(9) COMP-4.
       01 idEtapaNueva pic S9(9) COMP-4.
       01 inscritas pic S9(9) COMP-4.
       01 hoySQL pic x(10).
       01 fechaPrevistaSQL pic x(10).
       01 ordenSQL pic S9(4) COMP-4.
       01 tipoSQL pic x(25).
       01 destinoSQL pic x(100).
       01 diasSQL pic S9(4) COMP-4.
       01 dependeSQL pic 9.
       01 descripcionSQL pic x(200).
       01 pasos List[type RutaAsistencial].
       01 fechaInscripcion type DateTime.
       01 fechaAnterior type DateTime.
       01 fechaObjetivo type DateTime.
       01 fechaReservada type DateTime.
       01 lineaEtapa string.
       procedure division using by value idRuta as binary-long
                                         idPaciente as binary-long
                                         idMedico as binary-long
                                   returning resumen as List[string].

           set resumen to new List[string]().
           set idRutaSQL to idRuta.
           set idPacienteSQL to idPaciente.
           set idMedicoSQL to idMedico.

           exec sql
               select count(*) into :inscritas
               from inscripciones_ruta as i
               where i.ruta_inscripcion = :idRutaSQL
                 and i.paciente_inscripcion = :idPacienteSQL
                 and i.estado_inscripcion in ('Activa', 'Fuera de ruta')
           end-exec.
           if inscritas > 0
               invoke resumen::Add("El paciente ya sigue esta ruta.")
               goback
           end-if

           set pasos to DevuelvePasosRuta(idRuta).
           if pasos::Count = 0
               invoke resumen::Add("La ruta no tiene pasos definidos.")
               goback
           end-if

           set fechaInscripcion to type DateTime::Today.
           set hoySQL to fechaInscripcion::ToString("yyyy-MM-dd").

           exec sql
               insert into inscripciones_ruta
                   (ruta_inscripcion, paciente_inscripcion, medico_inscripcion, fecha_inscripcion, estado_inscripcion)
               values
                   (:idRutaSQL, :idPacienteSQL, :idMedicoSQL, :hoySQL, 'Activa')
           end-exec.

           if SQLCODE < 0
               invoke resumen::Add("Ha ocurrido un error inscribiendo al paciente.")
               invoke modeloErrores::RegistrarError("RutaAsistencial::InscribirPaciente", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               goback
           end-if

           exec sql
               select LAST_INSERT_ID() into :idInscripcionNueva
           end-exec.

           exec sql
               commit
           end-exec.

           set fechaAnterior to fechaInscripcion.

           perform varying paso as type RutaAsistencial through pasos
               if paso::depende_paso = 1
                   set fechaObjetivo to fechaAnterior::AddDays(paso::dias_paso)
               else
                   set fechaObjetivo to fechaInscripcion::AddDays(paso::dias_paso)
               end-if

               set ordenSQL to paso::orden_paso
               set tipoSQL to paso::tipo_paso
               set destinoSQL to paso::destino_paso
               set diasSQL to paso::dias_paso
               set dependeSQL to paso::depende_paso
               set descripcionSQL to paso::descripcion_paso
               set fechaPrevistaSQL to fechaObjetivo::ToString("yyyy-MM-dd")

               exec sql
                   insert into etapas_ruta
                       (inscripcion_etapa, orden_etapa, tipo_etapa, destino_etapa, dias_etapa,
                        depende_etapa, descripcion_etapa, fecha_prevista_etapa, cita_etapa,
                        prueba_etapa, estado_etapa, motivo_etapa)
                   values
                       (:idInscripcionNueva, :ordenSQL, :tipoSQL, :destinoSQL, :diasSQL,
                        :dependeSQL, :descripcionSQL, :fechaPrevistaSQL, 0,
                        0, 'En cola', '')
               end-exec

               if SQLCODE < 0
                   invoke modeloErrores::RegistrarError("RutaAsistencial::InscribirPaciente", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
                   exec sql
                       rollback
                   end-exec
               else
                   exec sql
                       select LAST_INSERT_ID() into :idEtapaNueva
                   end-exec
                   exec sql
                       commit
                   end-exec

                   set fechaReservada to ReservarEtapa(idEtapaNueva)
                   set lineaEtapa to type String::Concat(paso::orden_paso::ToString(), ". ", paso::descripcion_paso,
                       " (", paso::tipo_paso, " ", paso::destino_paso, "): ")
                   if fechaReservada = type DateTime::MinValue
                       set lineaEtapa to type String::Concat(lineaEtapa, "en cola, prevista el ", fechaObjetivo::ToString("dd/MM/yyyy"))
                       set fechaAnterior to fechaObjetivo
                   else
                       set lineaEtapa to type String::Concat(lineaEtapa, "reservado el ", fechaReservada::ToString("dd/MM/yyyy"))
                       set fechaAnterior to fechaReservada
                   end-if
                   invoke resumen::Add(lineaEtapa)
               end-if
           end-perform.

       end method.

       *>
       *> ReservarEtapa
       *>
       *> Intenta reservar una etapa en cola a partir de su fecha
       *> prevista (nunca antes de mañana). Una consulta busca hueco
       *> en los médicos de su especialidad durante
       *> DIAS_TOLERANCIA_PASO días; una prueba se pide (si no lo
       *> estaba ya) y se cita en el primer hueco de su agenda. La
       *> etapa queda Reservado con la fecha obtenida, o sigue en cola.
       *>
       *> Devuelve:
       *>     DateTime: fecha reservada, o DateTime::MinValue si la
       *>               etapa sigue en cola
       *>
       method-id ReservarEtapa private.
       local-storage section.
       01 idEtapaSQL pic S9(9) COMP-4.
       01 tipo pic x(25).
       01 destino pic x(100).
       01 descripcion pic x(200).
       01 fechaPrevista pic x(10).
       01 idCitaSQL pic S9(9) COMP-4.
       01 idPruebaSQL pic S9(9) COMP-4.
       01 idPacienteSQL pic S9(9) COMP-4.
       01 nombreRuta pic x(100).
       01 fechaReservadaSQL pic x(10).
       01 idPacienteCorto binary-short.
       01 idMedicoCorto binary-short.
       01 motivoCita string.
       01 destinoStr string.
       01 especialistas List[type CitaMe.modelo.Medico].
       01 resultados List[object].
       01 horaCita type TimeSpan.
       01 citaNueva type CitaMe.modelo.Cita.
       01 fecha type DateTime.
       01 fechaDesde type DateTime.
       01 fechaHasta type DateTime.
       01 citacion string.
       01 partes type System.String occurs any.
       procedure division using by value idEtapa as binary-long
                                   returning fechaReservada as type DateTime.

           set fechaReservada to type DateTime::MinValue.
           set idEtapaSQL to idEtapa.

           exec sql
               select e.tipo_etapa, e.destino_etapa, coalesce(e.descripcion_etapa, ''),
                      e.fecha_prevista_etapa, e.prueba_etapa, i.paciente_inscripcion,
                      coalesce(r.nombre_ruta, '')
               into :tipo, :destino, :descripcion, :fechaPrevista, :idPruebaSQL,
                    :idPacienteSQL, :nombreRuta
               from etapas_ruta as e
               inner join inscripciones_ruta as i on (e.inscripcion_etapa = i.id_inscripcion)
               left join rutas_asistenciales as r on (i.ruta_inscripcion = r.id_ruta)
               where e.id_etapa = :idEtapaSQL
                 and e.estado_etapa = 'En cola'
           end-exec.
           if not SQLCODE = 0
               goback
           end-if

           set destinoStr to (destino as string)::Trim().
           set idPacienteCorto to idPacienteSQL.
           set idCitaSQL to 0.
           set fechaDesde to type DateTime::ParseExact((fechaPrevista as string)::Trim(), "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture).
           if fechaDesde <= type DateTime::Today
               set fechaDesde to type DateTime::Today::AddDays(1)
           end-if

           if (tipo as string)::Trim()::Equals("Consulta")
               set especialistas to modeloMedico::DevuelveMedicosEspecialidad(destinoStr)
               if especialistas = null or especialistas::Count = 0
                   goback
               end-if
               set motivoCita to type String::Concat("Ruta ", (nombreRuta as string)::Trim(), ": ", (descripcion as string)::Trim())
               set fechaHasta to fechaDesde::AddDays(DIAS_TOLERANCIA_PASO)
               set fecha to fechaDesde
               perform until fechaReservada > type DateTime::MinValue or fecha > fechaHasta
                   if not modeloCita::EsDiaNoLaborable(fecha)
                       set resultados to modeloCita::BuscarHueco(especialistas, fecha, "Indiferente")
                       if not resultados = null
                           set horaCita to resultados[0] as type TimeSpan
                           set idMedicoCorto to resultados[1] as binary-short
                           set citaNueva to modeloCita::RegistrarCita(idMedicoCorto, idPacienteCorto,
                               motivoCita, fecha, horaCita, 0, "Seguimiento")
                           if not citaNueva = null
                               set idCitaSQL to citaNueva::id_cita
                               set fechaReservada to fecha
                           end-if
                       end-if
                   end-if
                   set fecha to fecha::AddDays(1)
               end-perform
           else
               if idPruebaSQL = 0
                   set idPruebaSQL to modeloPrueba::RegistrarPrueba(0, idPacienteCorto, destinoStr, 0)
               end-if
               if idPruebaSQL > 0
                   set citacion to modeloAgendaPrueba::CitarPruebaAutomaticaDesde(idPruebaSQL, destinoStr, fechaDesde)
                   if not citacion::Equals("")
                       set partes to citacion::Split("|")
                       set fechaReservada to type DateTime::ParseExact(partes[0], "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture)
                   end-if
               end-if
           end-if

           if fechaReservada = type DateTime::MinValue
               *> Sigue en cola; se guarda la petición de prueba ya
               *> registrada para no duplicarla en el siguiente intento
               exec sql
                   update etapas_ruta
                   set prueba_etapa = :idPruebaSQL
                   where id_etapa = :idEtapaSQL
               end-exec
           else
               set fechaReservadaSQL to fechaReservada::ToString("yyyy-MM-dd")
               exec sql
                   update etapas_ruta
                   set estado_etapa = 'Reservado',
                       fecha_prevista_etapa = :fechaReservadaSQL,
                       cita_etapa = :idCitaSQL,
                       prueba_etapa = :idPruebaSQL,
                       motivo_etapa = ''
                   where id_etapa = :idEtapaSQL
               end-exec
           end-if

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("RutaAsistencial::ReservarEtapa", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
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
       *> ReplanificarDesdeCita
       *>
       *> Se llama al reprogramar una cita (ver Cita::ReprogramarCita).
       *> Si la cita es una etapa reservada de una ruta, anota su nueva
       *> fecha y replanifica la etapa siguiente que depende de ella.
       *>
       *> Parámetros:
       *>     idCita (int): Cita reprogramada
       *>
       method-id ReplanificarDesdeCita.
       local-storage section.
       01 idCitaSQL pic S9(9) COMP-4.
       01 idEtapaSQL pic S9(9) COMP-4.
       01 fechaSQL pic x(10).
       procedure division using by value idCita as binary-long.

           set idCitaSQL to idCita.

           exec sql
               select e.id_etapa into :idEtapaSQL
               from etapas_ruta as e
               where e.cita_etapa = :idCitaSQL
                 and e.tipo_etapa = 'Consulta'
                 and e.estado_etapa = 'Reservado'
           end-exec.
           if not SQLCODE = 0
               goback
           end-if

           exec sql
               select c.fecha_cita into :fechaSQL
               from citas as c
               where c.id_cita = :idCitaSQL
           end-exec.
           if not SQLCODE = 0
               goback
           end-if

           invoke ReplanificarDesdeEtapa(idEtapaSQL, (fechaSQL as string)::Trim()).

       end method.

       *>
       *> ReplanificarDesdePrueba
       *>
       *> Se llama al citar o volver a citar una prueba (ver
       *> AgendaPrueba::CitarPrueba). Si la prueba es una etapa
       *> reservada de una ruta, anota su nueva fecha y replanifica la
       *> etapa siguiente que depende de ella.
       *>
       *> Parámetros:
       *>     idPrueba (int): Prueba citada
       *>
       method-id ReplanificarDesdePrueba.
       local-storage section.
       01 idPruebaSQL pic S9(9) COMP-4.
       01 idEtapaSQL pic S9(9) COMP-4.
       01 fechaSQL pic x(10).
       procedure division using by value idPrueba as binary-long.

           set idPruebaSQL to idPrueba.

           exec sql
               select e.id_etapa into :idEtapaSQL
               from etapas_ruta as e
               where e.prueba_etapa = :idPruebaSQL
                 and e.tipo_etapa = 'Prueba'
                 and e.estado_etapa = 'Reservado'
           end-exec.
           if not SQLCODE = 0
               goback
           end-if

           exec sql
               select p.fecha_citacion_prueba into :fechaSQL
               from pruebas as p
               where p.id_prueba = :idPruebaSQL
                 and p.fecha_citacion_prueba is not null
           end-exec.
           if not SQLCODE = 0
               goback
           end-if

           invoke ReplanificarDesdeEtapa(idEtapaSQL, (fechaSQL as string)::Trim()).

       end method.

       *>
       *> ReplanificarDesdeEtapa
       *>
       *> Anota la nueva fecha real de una etapa reservada y
       *> replanifica la siguiente.
       *>
       method-id ReplanificarDesdeEtapa private.
       local-storage section.
       01 idEtapaSQL pic S9(9) COMP-4.
       01 fechaSQL pic x(10).
       01 idInscripcionSQL pic S9(9) COMP-4.
       01 ordenSQL pic S9(4) COMP-4.
       01 ordenCorto binary-short.
       01 fechaReal type DateTime.
       procedure division using by value idEtapa as binary-long
                                         fechaEtapa as string.

           set idEtapaSQL to idEtapa.
           set fechaSQL to fechaEtapa.

           exec sql
               update etapas_ruta
               set fecha_prevista_etapa = :fechaSQL
               where id_etapa = :idEtapaSQL
           end-exec.

           exec sql
               select e.inscripcion_etapa, e.orden_etapa
               into :idInscripcionSQL, :ordenSQL
               from etapas_ruta as e
               where e.id_etapa = :idEtapaSQL
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("RutaAsistencial::ReplanificarDesdeEtapa", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               goback
           end-if

           exec sql
               commit
           end-exec.

           set ordenCorto to ordenSQL.
           set fechaReal to type DateTime::ParseExact(fechaEtapa, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture).
           invoke ReplanificarSiguiente(idInscripcionSQL, ordenCorto, fechaReal).

       end method.

       *>
       *> ReplanificarSiguiente
       *>
       *> Replanifica la etapa que sigue a la indicada si depende de
       *> ella. Una etapa reservada que sigue dentro de su margen
       *> (entre la nueva fecha objetivo y DIAS_TOLERANCIA_PASO días
       *> después) no se toca. Si no, una consulta se reprograma con
       *> el mismo médico y una prueba se vuelve a citar; al moverse,
       *> Cita::ReprogramarCita y AgendaPrueba::CitarPrueba vuelven a
       *> llamar a la ruta y la cascada continúa. Lo que no se puede
       *> mover, y las etapas que ya estaban en cola, se reservan de
       *> nuevo a partir de la fecha objetivo y se sigue con la
       *> siguiente etapa.
       *>
       method-id ReplanificarSiguiente private.
       local-storage section.
       01 idInscripcionSQL pic S9(9) COMP-4.
       01 ordenSQL pic S9(4) COMP-4.
       01 idEtapaSQL pic S9(9) COMP-4.
       01 ordenEtapa pic S9(4) COMP-4.
       01 tipo pic x(25).
       01 destino pic x(100).
       01 dias pic S9(4) COMP-4.
       01 depende pic 9.
       01 estado pic x(25).
       01 fechaPrevista pic x(10).
       01 idCitaSQL pic S9(9) COMP-4.
       01 idPruebaSQL pic S9(9) COMP-4.
       01 fechaObjetivoSQL pic x(10).
       01 ordenCorto binary-short.
       01 fechaObjetivo type DateTime.
       01 fechaActual type DateTime.
       01 fechaDesde type DateTime.
       01 fechaNueva type DateTime.
       01 movida type Boolean.
       01 citacion string.
       procedure division using by value idInscripcion as binary-long
                                         orden as binary-short
                                         fechaReferencia as type DateTime.

           set idInscripcionSQL to idInscripcion.
           set ordenSQL to orden.

           exec sql
               select e.id_etapa, e.orden_etapa, e.tipo_etapa, e.destino_etapa, e.dias_etapa,
                      e.depende_etapa, e.estado_etapa, e.fecha_prevista_etapa,
                      e.cita_etapa, e.prueba_etapa
               into :idEtapaSQL, :ordenEtapa, :tipo, :destino, :dias,
                    :depende, :estado, :fechaPrevista,
                    :idCitaSQL, :idPruebaSQL
               from etapas_ruta as e
               where e.inscripcion_etapa = :idInscripcionSQL
                 and e.orden_etapa > :ordenSQL
               order by e.orden_etapa asc
               limit 1
           end-exec.
           if not SQLCODE = 0 or not depende = 1
               goback
           end-if
           if not ((estado as string)::Trim()::Equals("Reservado") or (estado as string)::Trim()::Equals("En cola"))
               goback
           end-if

           set ordenCorto to ordenEtapa.
           set fechaObjetivo to fechaReferencia::AddDays(dias).
           set fechaActual to type DateTime::ParseExact((fechaPrevista as string)::Trim(), "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture).

           if (estado as string)::Trim()::Equals("Reservado")
               if fechaActual >= fechaObjetivo and fechaActual <= fechaObjetivo::AddDays(DIAS_TOLERANCIA_PASO)
                   goback
               end-if

               set fechaDesde to fechaObjetivo
               if fechaDesde <= type DateTime::Today
                   set fechaDesde to type DateTime::Today::AddDays(1)
               end-if

               if (tipo as string)::Trim()::Equals("Consulta")
                   set movida to MoverCitaEtapa(idCitaSQL, fechaDesde)
                   if movida
                       goback
                   end-if
                   invoke modeloCita::CancelarCita(idCitaSQL, "Replanificación de la ruta asistencial")
               else
                   set citacion to modeloAgendaPrueba::CitarPruebaAutomaticaDesde(idPruebaSQL, (destino as string)::Trim(), fechaDesde)
                   if not citacion::Equals("")
                       goback
                   end-if
               end-if

               *> No se ha podido mover: la etapa vuelve a la cola
               exec sql
                   update etapas_ruta
                   set estado_etapa = 'En cola',
                       cita_etapa = 0
                   where id_etapa = :idEtapaSQL
               end-exec
           end-if

           set fechaObjetivoSQL to fechaObjetivo::ToString("yyyy-MM-dd").
           exec sql
               update etapas_ruta
               set fecha_prevista_etapa = :fechaObjetivoSQL
               where id_etapa = :idEtapaSQL
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("RutaAsistencial::ReplanificarSiguiente", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               goback
           end-if

           exec sql
               commit
           end-exec.

           set fechaNueva to ReservarEtapa(idEtapaSQL).
           if fechaNueva = type DateTime::MinValue
               set fechaNueva to fechaObjetivo
           end-if
           invoke ReplanificarSiguiente(idInscripcion, ordenCorto, fechaNueva).

       end method.

       *>
       *> MoverCitaEtapa
       *>
       *> Reprograma la cita de una etapa con su mismo médico en el
       *> primer hueco a partir de una fecha, dentro de
       *> DIAS_TOLERANCIA_PASO días.
       *>
       method-id MoverCitaEtapa private.
       local-storage section.
       01 idCitaSQL pic S9(9) COMP-4.
       01 idMedicoSQL pic S9(9) COMP-4.
       01 idMedicoCorto binary-short.
       01 medicoActual type CitaMe.modelo.Medico.
       01 especialistas List[type CitaMe.modelo.Medico].
       01 resultados List[object].
       01 horaCita type TimeSpan.
       01 fecha type DateTime.
       01 fechaHasta type DateTime.
       procedure division using by value idCita as binary-long
                                         fechaDesde as type DateTime
                                   returning movida as type Boolean.

           set movida to False.
           set idCitaSQL to idCita.

           exec sql
               select c.medico_cita into :idMedicoSQL
               from citas as c
               where c.id_cita = :idCitaSQL
                 and c.cancelada_cita = 0
           end-exec.
           if not SQLCODE = 0
               goback
           end-if

           set idMedicoCorto to idMedicoSQL.
           set medicoActual to modeloMedico::DevuelveMedico(idMedicoCorto).
           if medicoActual = null
               goback
           end-if
           set especialistas to new List[type CitaMe.modelo.Medico]().
           invoke especialistas::Add(medicoActual).

           set fechaHasta to fechaDesde::AddDays(DIAS_TOLERANCIA_PASO).
           set fecha to fechaDesde.
           perform until movida or fecha > fechaHasta
               if not modeloCita::EsDiaNoLaborable(fecha)
                   and not medicoActual::EstaAusente(fecha)
                   set resultados to modeloCita::BuscarHueco(especialistas, fecha, "Indiferente")
                   if not resultados = null
                       set horaCita to resultados[0] as type TimeSpan
                       set movida to modeloCita::ReprogramarCita(idCita, idMedicoCorto, fecha, horaCita)
                   end-if
               end-if
               set fecha to fecha::AddDays(1)
           end-perform.

       end method.

       *>
       *> RevisarRutas
       *>
       *> Pasada diaria del planificador de tareas sobre las etapas
       *> pendientes de las rutas abiertas:
       *>   - la consulta con diagnóstico o la prueba completada queda
       *>     Realizado;
       *>   - la cita cancelada o no presentada y la prueba anulada
       *>     quedan Perdido;
       *>   - la etapa en cola se vuelve a intentar reservar, o se da
       *>     por perdida si lleva más de DIAS_MAXIMOS_EN_COLA días
       *>     pasada su fecha prevista.
       *> Después, la inscripción con alguna etapa perdida pasa a
       *> "Fuera de ruta" y la que tiene todas sus etapas realizadas,
       *> a "Completada".
       *>
       *> Devuelve:
       *>     int: número de etapas que han cambiado de estado
       *>
       method-id RevisarRutas.
       local-storage section.
       01 idEtapa pic S9(9) COMP-4.
       01 idInscripcion pic S9(9) COMP-4.
       01 orden pic S9(4) COMP-4.
       01 tipo pic x(25).
       01 estado pic x(25).
       01 fechaPrevista pic x(10).
       01 idCita pic S9(9) COMP-4.
       01 idPrueba pic S9(9) COMP-4.
       01 idEtapaSQL pic S9(9) COMP-4.
       01 idCitaSQL pic S9(9) COMP-4.
       01 idPruebaSQL pic S9(9) COMP-4.
       01 cancelada pic 9.
       01 noPresentado pic 9.
       01 atendida pic 9.
       01 estadoPrueba pic x(25).
       01 nuevoEstado string.
       01 motivoPerdida string.
       01 nuevoEstadoSQL pic x(25).
       01 motivoSQL pic x(200).
       01 idsEtapas List[binary-long].
       01 idsInscripciones List[binary-long].
       01 ordenes List[binary-short].
       01 tipos List[string].
       01 estados List[string].
       01 fechasPrevistas List[string].
       01 idsCitas List[binary-long].
       01 idsPruebas List[binary-long].
       01 posicion binary-long.
       01 ordenCorto binary-short.
       01 fechaPrevistaEtapa type DateTime.
       01 fechaReservada type DateTime.
       procedure division returning procesadas as binary-long.

           set procesadas to 0.
           set idsEtapas to new List[binary-long]().
           set idsInscripciones to new List[binary-long]().
           set ordenes to new List[binary-short]().
           set tipos to new List[string]().
           set estados to new List[string]().
           set fechasPrevistas to new List[string]().
           set idsCitas to new List[binary-long]().
           set idsPruebas to new List[binary-long]().

           exec sql
               declare etapasPendientesTbl cursor for
                   select e.id_etapa, e.inscripcion_etapa, e.orden_etapa, e.tipo_etapa,
                          e.estado_etapa, e.fecha_prevista_etapa, e.cita_etapa, e.prueba_etapa
                   from etapas_ruta as e
                   inner join inscripciones_ruta as i on (e.inscripcion_etapa = i.id_inscripcion)
                   where i.estado_inscripcion in ('Activa', 'Fuera de ruta')
                     and e.estado_etapa in ('Reservado', 'En cola')
                   order by e.inscripcion_etapa asc, e.orden_etapa asc
           end-exec.

           exec sql
               open etapasPendientesTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch etapasPendientesTbl into
                   :idEtapa, :idInscripcion, :orden, :tipo, :estado, :fechaPrevista, :idCita, :idPrueba
               end-exec
               if SQLCODE = 0
                   invoke idsEtapas::Add(idEtapa)
                   invoke idsInscripciones::Add(idInscripcion)
                   set ordenCorto to orden
                   invoke ordenes::Add(ordenCorto)
                   invoke tipos::Add((tipo as string)::Trim())
                   invoke estados::Add((estado as string)::Trim())
                   invoke fechasPrevistas::Add((fechaPrevista as string)::Trim())
                   invoke idsCitas::Add(idCita)
                   invoke idsPruebas::Add(idPrueba)
               end-if
           end-perform.

           exec sql
               close etapasPendientesTbl
           end-exec.

           perform varying posicion from 0 by 1 until posicion >= idsEtapas::Count
               set nuevoEstado to ""
               set motivoPerdida to ""
               set idEtapaSQL to idsEtapas[posicion]
               set idCitaSQL to idsCitas[posicion]
               set idPruebaSQL to idsPruebas[posicion]
               set fechaPrevistaEtapa to type DateTime::ParseExact(fechasPrevistas[posicion], "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture)

               if estados[posicion]::Equals("Reservado")
                   if tipos[posicion]::Equals("Consulta")
                       exec sql
                           select t.cancelada_cita, t.no_presentado_cita, t.atendida
                           into :cancelada, :noPresentado, :atendida
                           from (
                               select c.cancelada_cita, c.no_presentado_cita,
                                      case when c.diagnostico_cita is not null then 1 else 0 end as atendida
                               from citas as c
                               where c.id_cita = :idCitaSQL
                               union all
                               select h.cancelada_cita, h.no_presentado_cita,
                                      case when h.diagnostico_cita is not null then 1 else 0 end as atendida
                               from citas_historico as h
                               where h.id_cita = :idCitaSQL
                           ) as t
                           limit 1
                       end-exec
                       if SQLCODE = 100
                           set nuevoEstado to "Perdido"
                           set motivoPerdida to "Cita no encontrada"
                       else
                           if SQLCODE = 0
                               if atendida = 1
                                   set nuevoEstado to "Realizado"
                               else
                                   if cancelada = 1
                                       set nuevoEstado to "Perdido"
                                       set motivoPerdida to "Cita cancelada"
                                   else
                                       if noPresentado = 1
                                           set nuevoEstado to "Perdido"
                                           set motivoPerdida to "No presentado"
                                       end-if
                                   end-if
                               end-if
                           end-if
                       end-if
                   else
                       exec sql
                           select p.estado_prueba into :estadoPrueba
                           from pruebas as p
                           where p.id_prueba = :idPruebaSQL
                       end-exec
                       if SQLCODE = 0
                           if (estadoPrueba as string)::Trim()::Equals("Completada")
                               set nuevoEstado to "Realizado"
                           end-if
                           if (estadoPrueba as string)::Trim()::Equals("Anulada")
                               set nuevoEstado to "Perdido"
                               set motivoPerdida to "Prueba anulada"
                           end-if
                       end-if
                   end-if
               else
                   if fechaPrevistaEtapa::AddDays(DIAS_MAXIMOS_EN_COLA) < type DateTime::Today
                       set nuevoEstado to "Perdido"
                       set motivoPerdida to "Sin hueco en plazo"
                   else
                       set fechaReservada to ReservarEtapa(idsEtapas[posicion])
                       if fechaReservada > type DateTime::MinValue
                           add 1 to procesadas
                           invoke ReplanificarSiguiente(idsInscripciones[posicion], ordenes[posicion], fechaReservada)
                       end-if
                   end-if
               end-if

               if not nuevoEstado::Equals("")
                   set nuevoEstadoSQL to nuevoEstado
                   set motivoSQL to motivoPerdida
                   exec sql
                       update etapas_ruta
                       set estado_etapa = :nuevoEstadoSQL,
                           motivo_etapa = :motivoSQL
                       where id_etapa = :idEtapaSQL
                         and estado_etapa in ('Reservado', 'En cola')
                         and cita_etapa = :idCitaSQL
                         and prueba_etapa = :idPruebaSQL
                   end-exec
                   if SQLCODE < 0
                       invoke modeloErrores::RegistrarError("RutaAsistencial::RevisarRutas", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
                   else
                       add 1 to procesadas
                   end-if
               end-if
           end-perform.

           exec sql
               update inscripciones_ruta
               set estado_inscripcion = 'Fuera de ruta'
               where estado_inscripcion = 'Activa'
                 and exists (
                     select 1 from etapas_ruta as e
                     where e.inscripcion_etapa = inscripciones_ruta.id_inscripcion
                       and e.estado_etapa = 'Perdido'
                 )
           end-exec.

           exec sql
               update inscripciones_ruta
               set estado_inscripcion = 'Completada'
               where estado_inscripcion = 'Activa'
                 and not exists (
                     select 1 from etapas_ruta as e
                     where e.inscripcion_etapa = inscripciones_ruta.id_inscripcion
                       and not e.estado_etapa = 'Realizado'
                 )
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("RutaAsistencial::RevisarRutas", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
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
       *> RetomarRuta
       *>
       *> Devuelve a la ruta a un paciente que se ha salido de ella:
       *> sus etapas perdidas vuelven a la cola con fecha de hoy y se
       *> reservan de nuevo en orden, replanificando las que dependen
       *> de ellas.
       *>
       *> Parámetros:
       *>     idInscripcion (int): Inscripción a retomar
       *>
       *> Devuelve:
       *>     int: número de etapas retomadas
       *>
       method-id RetomarRuta.
       local-storage section.
       01 idInscripcionSQL pic S9(9) COMP-4.
       01 idEtapa pic S9(9) COMP-4.
       01 orden pic S9(4) COMP-4.
       01 idEtapaSQL pic S9(9) COMP-4.
       01 estado pic x(25).
       01 fechaPrevista pic x(10).
       01 hoySQL pic x(10).
       01 idsEtapas List[binary-long].
       01 ordenes List[binary-short].
       01 posicion binary-long.
       01 ordenCorto binary-short.
       01 fechaReferencia type DateTime.
       procedure division using by value argumentoInscripcion as binary-long
                                   returning retomadas as binary-long.

           set retomadas to 0.
           set idInscripcionSQL to argumentoInscripcion.
           set idsEtapas to new List[binary-long]().
           set ordenes to new List[binary-short]().
           set hoySQL to type DateTime::Today::ToString("yyyy-MM-dd").

           exec sql
               declare etapasPerdidasTbl cursor for
                   select e.id_etapa, e.orden_etapa
                   from etapas_ruta as e
                   where e.inscripcion_etapa = :idInscripcionSQL
                     and e.estado_etapa = 'Perdido'
                   order by e.orden_etapa asc
           end-exec.

           exec sql
               open etapasPerdidasTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch etapasPerdidasTbl into :idEtapa, :orden
               end-exec
               if SQLCODE = 0
                   invoke idsEtapas::Add(idEtapa)
                   set ordenCorto to orden
                   invoke ordenes::Add(ordenCorto)
               end-if
           end-perform.

           exec sql
               close etapasPerdidasTbl
           end-exec.

           if idsEtapas::Count = 0
               goback
           end-if

           *> La prueba anulada se vuelve a pedir; la que sigue viva se
           *> conserva y se vuelve a citar
           exec sql
               update etapas_ruta
               set estado_etapa = 'En cola',
                   fecha_prevista_etapa = :hoySQL,
                   cita_etapa = 0,
                   prueba_etapa = case when exists (
                       select 1 from pruebas as p
                       where p.id_prueba = etapas_ruta.prueba_etapa
                         and p.estado_prueba = 'Anulada') then 0 else prueba_etapa end,
                   motivo_etapa = ''
               where inscripcion_etapa = :idInscripcionSQL
                 and estado_etapa = 'Perdido'
           end-exec.

           exec sql
               update inscripciones_ruta
               set estado_inscripcion = 'Activa'
               where id_inscripcion = :idInscripcionSQL
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("RutaAsistencial::RetomarRuta", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               goback
           end-if

           exec sql
               commit
           end-exec.

           *> Al reservar una etapa se replanifican las siguientes, así
           *> que una etapa retomada puede estar ya reservada cuando le
           *> llega su turno
           perform varying posicion from 0 by 1 until posicion >= idsEtapas::Count
               set idEtapaSQL to idsEtapas[posicion]
               exec sql
                   select e.estado_etapa, e.fecha_prevista_etapa
                   into :estado, :fechaPrevista
                   from etapas_ruta as e
                   where e.id_etapa = :idEtapaSQL
               end-exec
               if SQLCODE = 0 and (estado as string)::Trim()::Equals("En cola")
                   set fechaReferencia to ReservarEtapa(idsEtapas[posicion])
                   if fechaReferencia = type DateTime::MinValue
                       set fechaReferencia to type DateTime::ParseExact((fechaPrevista as string)::Trim(), "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture)
                   end-if
                   invoke ReplanificarSiguiente(argumentoInscripcion, ordenes[posicion], fechaReferencia)
               end-if
               add 1 to retomadas
           end-perform.

       end method.

       *>
       *> CerrarInscripcion
       *>
       *> Cierra la ruta de un paciente (alta del protocolo, traslado,
       *> renuncia...): las consultas reservadas pendientes se cancelan
       *> y las etapas sin realizar quedan anuladas.
       *>
       *> Parámetros:
       *>     idInscripcion (int): Inscripción a cerrar
       *>     motivo (str): Motivo del cierre
       *>
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>              False en caso de error
       *>
       method-id CerrarInscripcion.
       local-storage section.
       01 idInscripcionSQL pic S9(9) COMP-4.
       01 motivoSQL pic x(200).
       01 hoySQL pic x(10).
       01 idCita pic S9(9) COMP-4.
       01 idsCitas List[binary-long].
       procedure division using by value argumentoInscripcion as binary-long
                                         motivo as string
                                   returning exito as type Boolean.

           set idInscripcionSQL to argumentoInscripcion.
           set motivoSQL to motivo::Trim().
           set hoySQL to type DateTime::Today::ToString("yyyy-MM-dd").
           set idsCitas to new List[binary-long]().

           exec sql
               declare citasEtapasTbl cursor for
                   select e.cita_etapa
                   from etapas_ruta as e
                   inner join citas as c on (e.cita_etapa = c.id_cita)
                   where e.inscripcion_etapa = :idInscripcionSQL
                     and e.estado_etapa = 'Reservado'
                     and c.cancelada_cita = 0
                     and c.fecha_cita >= :hoySQL
           end-exec.

           exec sql
               open citasEtapasTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch citasEtapasTbl into :idCita
               end-exec
               if SQLCODE = 0
                   invoke idsCitas::Add(idCita)
               end-if
           end-perform.

           exec sql
               close citasEtapasTbl
           end-exec.

           perform varying idCitaEtapa as binary-long through idsCitas
               invoke modeloCita::CancelarCita(idCitaEtapa, type String::Concat("Cierre de la ruta asistencial: ", motivo::Trim()))
           end-perform.

           exec sql
               update etapas_ruta
               set estado_etapa = 'Anulado',
                   motivo_etapa = :motivoSQL
               where inscripcion_etapa = :idInscripcionSQL
                 and estado_etapa in ('Reservado', 'En cola', 'Perdido')
           end-exec.

           exec sql
               update inscripciones_ruta
               set estado_inscripcion = 'Cerrada'
               where id_inscripcion = :idInscripcionSQL
           end-exec.

           if SQLCODE < 0
               set exito to False
               invoke modeloErrores::RegistrarError("RutaAsistencial::CerrarInscripcion", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
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
       *> DevuelveFueraDeRuta
       *>
       *> Seguimiento de los pacientes que se han salido de su ruta:
       *> etapas perdidas y etapas que siguen en cola pasada su fecha
       *> prevista, de las rutas abiertas.
       *>
       *> Parámetros:
       *>     idMedico (int): Médico responsable de la inscripción; 0
       *>                     para todos
       *>
       *> Devuelve:
       *>     List[RutaAsistencial]: etapas descolgadas, por paciente
       *>
       method-id DevuelveFueraDeRuta.
       local-storage section.
       01 idMedicoSQL pic S9(9) COMP-4.
       01 hoySQL pic x(10).
       01 etapaActual type RutaAsistencial.
       01 idEtapa pic S9(9) COMP-4.
       01 idInscripcion pic S9(9) COMP-4.
       01 idPaciente pic S9(9) COMP-4.
       01 nombre pic x(45).
       01 apellidos pic x(80).
       01 nombreRuta pic x(100).
       01 orden pic S9(4) COMP-4.
       01 tipo pic x(25).
       01 destino pic x(100).
       01 descripcion pic x(200).
       01 fechaPrevista pic x(10).
       01 estado pic x(25).
       01 motivo pic x(200).
       procedure division using by value idMedico as binary-long
                                   returning etapas as List[type RutaAsistencial].

           set etapas to new List[type RutaAsistencial]().
           set idMedicoSQL to idMedico.
           set hoySQL to type DateTime::Today::ToString("yyyy-MM-dd").

           exec sql
               declare fueraDeRutaTbl cursor for
                   select e.id_etapa, i.id_inscripcion, i.paciente_inscripcion,
                          coalesce(u.nombre_real_usuario, ''), coalesce(u.apellidos_usuario, ''),
                          coalesce(r.nombre_ruta, ''), e.orden_etapa, e.tipo_etapa, e.destino_etapa,
                          coalesce(e.descripcion_etapa, ''), e.fecha_prevista_etapa,
                          e.estado_etapa, coalesce(e.motivo_etapa, '')
                   from etapas_ruta as e
                   inner join inscripciones_ruta as i on (e.inscripcion_etapa = i.id_inscripcion)
                   left join rutas_asistenciales as r on (i.ruta_inscripcion = r.id_ruta)
                   left join usuarios as u on (i.paciente_inscripcion = u.id_usuario)
                   where i.estado_inscripcion in ('Activa', 'Fuera de ruta')
                     and (e.estado_etapa = 'Perdido'
                          or (e.estado_etapa = 'En cola' and e.fecha_prevista_etapa < :hoySQL))
                     and (:idMedicoSQL = 0 or i.medico_inscripcion = :idMedicoSQL)
                   order by u.apellidos_usuario asc, u.nombre_real_usuario asc, i.id_inscripcion asc, e.orden_etapa asc
           end-exec.

           exec sql
               open fueraDeRutaTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch fueraDeRutaTbl into
                   :idEtapa, :idInscripcion, :idPaciente, :nombre, :apellidos, :nombreRuta,
                   :orden, :tipo, :destino, :descripcion, :fechaPrevista, :estado, :motivo
               end-exec
               if SQLCODE = 0
                   set etapaActual to new RutaAsistencial()
                   set etapaActual::id_etapa to idEtapa
                   set etapaActual::id_inscripcion to idInscripcion
                   set etapaActual::paciente_inscripcion to idPaciente
                   set etapaActual::nombre_paciente_inscripcion to type String::Concat(
                       (nombre as string)::Trim(), " ", (apellidos as string)::Trim())
                   set etapaActual::nombre_ruta to (nombreRuta as string)::Trim()
                   set etapaActual::orden_paso to orden
                   set etapaActual::tipo_paso to (tipo as string)::Trim()
                   set etapaActual::destino_paso to (destino as string)::Trim()
                   set etapaActual::descripcion_paso to (descripcion as string)::Trim()
                   set etapaActual::fecha_prevista_etapa to type DateTime::ParseExact((fechaPrevista as string)::Trim(), "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture)::ToString("dd/MM/yyyy")
                   set etapaActual::estado_etapa to (estado as string)::Trim()
                   set etapaActual::motivo_etapa to (motivo as string)::Trim()
                   invoke etapas::Add(etapaActual)
               end-if
           end-perform.

           exec sql
               close fueraDeRutaTbl
           end-exec.

       end method.

       *>
       *> DevuelveEtapasPaciente
       *>
       *> Devuelve todas las etapas de las rutas abiertas de un
       *> paciente, para seguirlas desde la consulta.
       *>
       *> Parámetros:
       *>     idPaciente (int): Paciente a consultar
       *>
       *> Devuelve:
       *>     List[RutaAsistencial]: etapas de sus rutas
       *>
       method-id DevuelveEtapasPaciente.
       local-storage section.
       01 idPacienteSQL pic S9(9) COMP-4.
       01 etapaActual type RutaAsistencial.
       01 idEtapa pic S9(9) COMP-4.
       01 idInscripcion pic S9(9) COMP-4.
       01 idPacienteEtapa pic S9(9) COMP-4.
       01 nombre pic x(45).
       01 apellidos pic x(80).
       01 nombreRuta pic x(100).
       01 orden pic S9(4) COMP-4.
       01 tipo pic x(25).
       01 destino pic x(100).
       01 descripcion pic x(200).
       01 fechaPrevista pic x(10).
       01 estado pic x(25).
       01 motivo pic x(200).
       procedure division using by value idPaciente as binary-long
                                   returning etapas as List[type RutaAsistencial].

           set etapas to new List[type RutaAsistencial]().
           set idPacienteSQL to idPaciente.

           exec sql
               declare etapasPacienteTbl cursor for
                   select e.id_etapa, i.id_inscripcion, i.paciente_inscripcion,
                          coalesce(u.nombre_real_usuario, ''), coalesce(u.apellidos_usuario, ''),
                          coalesce(r.nombre_ruta, ''), e.orden_etapa, e.tipo_etapa, e.destino_etapa,
                          coalesce(e.descripcion_etapa, ''), e.fecha_prevista_etapa,
                          e.estado_etapa, coalesce(e.motivo_etapa, '')
                   from etapas_ruta as e
                   inner join inscripciones_ruta as i on (e.inscripcion_etapa = i.id_inscripcion)
                   left join rutas_asistenciales as r on (i.ruta_inscripcion = r.id_ruta)
                   left join usuarios as u on (i.paciente_inscripcion = u.id_usuario)
                   where i.paciente_inscripcion = :idPacienteSQL
                     and i.estado_inscripcion in ('Activa', 'Fuera de ruta')
                   order by i.id_inscripcion asc, e.orden_etapa asc
           end-exec.

           exec sql
               open etapasPacienteTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch etapasPacienteTbl into
                   :idEtapa, :idInscripcion, :idPacienteEtapa, :nombre, :apellidos, :nombreRuta,
                   :orden, :tipo, :destino, :descripcion, :fechaPrevista, :estado, :motivo
               end-exec
               if SQLCODE = 0
                   set etapaActual to new RutaAsistencial()
                   set etapaActual::id_etapa to idEtapa
                   set etapaActual::id_inscripcion to idInscripcion
                   set etapaActual::paciente_inscripcion to idPacienteEtapa
                   set etapaActual::nombre_paciente_inscripcion to type String::Concat(
                       (nombre as string)::Trim(), " ", (apellidos as string)::Trim())
                   set etapaActual::nombre_ruta to (nombreRuta as string)::Trim()
                   set etapaActual::orden_paso to orden
                   set etapaActual::tipo_paso to (tipo as string)::Trim()
                   set etapaActual::destino_paso to (destino as string)::Trim()
                   set etapaActual::descripcion_paso to (descripcion as string)::Trim()
                   set etapaActual::fecha_prevista_etapa to type DateTime::ParseExact((fechaPrevista as string)::Trim(), "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture)::ToString("dd/MM/yyyy")
                   set etapaActual::estado_etapa to (estado as string)::Trim()
                   set etapaActual::motivo_etapa to (motivo as string)::Trim()
                   invoke etapas::Add(etapaActual)
               end-if
           end-perform.

           exec sql
               close etapasPacienteTbl
           end-exec.

       end method.

       end class.
