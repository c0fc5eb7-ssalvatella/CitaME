       *> en_ejecucion_tarea, de modo que dos estaciones con la
       *> aplicación abierta no puedan lanzar la misma tarea a la vez.
       *>
       *> Cada pasada del bucle deja un latido del planificador, y cada
       *> ejecución correcta uno de la propia tarea, para la vigilancia
       *> de servicios (ver EstadoServicios).
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.PlanificadorTareas.

       01 modeloErrores type CitaMe.modelo.RegistroErrores.
       01 modeloParteExplotacion type CitaMe.modelo.ParteExplotacion.
       01 modeloCadenaAuditoria type CitaMe.modelo.CadenaAuditoria.
       01 modeloContabilidad type CitaMe.modelo.Contabilidad.
       01 modeloExtractoCuenta type CitaMe.modelo.ExtractoCuenta.
       01 modeloPresupuesto type CitaMe.modelo.Presupuesto.
       01 modeloConciliacion type CitaMe.modelo.ConciliacionBancaria.
       01 modeloElegibilidad type CitaMe.modelo.ElegibilidadMutua.
       01 modeloNeveras type CitaMe.modelo.NeveraVacunas.
       01 modeloGuardia type CitaMe.modelo.Guardia.
       01 modeloPlantillaEnfermeria type CitaMe.modelo.PlantillaEnfermeria.
       01 modeloJornada type CitaMe.modelo.RegistroJornada.
       01 modeloCalendarioVacunal type CitaMe.modelo.CalendarioVacunal.
       01 modeloRutaAsistencial type CitaMe.modelo.RutaAsistencial.
       01 modeloAdherencia type CitaMe.modelo.Adherencia.
       01 modeloCuestionario type CitaMe.modelo.Cuestionario.
       01 modeloUsuario type CitaMe.modelo.Usuario.
       01 modeloTransporte type CitaMe.modelo.Transporte.
       01 modeloRespuestaCorreo type CitaMe.modelo.RespuestaCorreo.
       01 modeloReboteCorreo type CitaMe.modelo.ReboteCorreo.
       01 modeloHistoriaCompartida type CitaMe.modelo.HistoriaCompartida.
       01 modeloCentralita type CitaMe.modelo.CentralitaCitas.
       01 modeloEstado type CitaMe.modelo.EstadoServicios.
       01 modeloSuscripciones type CitaMe.modelo.SuscripcionInforme.
       01 modeloPuntoControl type CitaMe.modelo.PuntoControl.
       01 modeloEquipo type CitaMe.modelo.EquipoAsistencial.
       01 detener type Boolean value False.

       *> Segundos entre dos pasadas del bucle del planificador
           set modeloErrores to new CitaMe.modelo.RegistroErrores().
           set modeloParteExplotacion to new CitaMe.modelo.ParteExplotacion().
           set modeloCadenaAuditoria to new CitaMe.modelo.CadenaAuditoria().
           set modeloContabilidad to new CitaMe.modelo.Contabilidad().
           set modeloExtractoCuenta to new CitaMe.modelo.ExtractoCuenta().
           set modeloPresupuesto to new CitaMe.modelo.Presupuesto().
           set modeloConciliacion to new CitaMe.modelo.ConciliacionBancaria().
           set modeloElegibilidad to new CitaMe.modelo.ElegibilidadMutua().
           set modeloNeveras to new CitaMe.modelo.NeveraVacunas().
           set modeloGuardia to new CitaMe.modelo.Guardia().
           set modeloPlantillaEnfermeria to new CitaMe.modelo.PlantillaEnfermeria().
           set modeloJornada to new CitaMe.modelo.RegistroJornada().
           set modeloCalendarioVacunal to new CitaMe.modelo.CalendarioVacunal().
           set modeloRutaAsistencial to new CitaMe.modelo.RutaAsistencial().
           set modeloAdherencia to new CitaMe.modelo.Adherencia().
           set modeloCuestionario to new CitaMe.modelo.Cuestionario().
           set modeloUsuario to new CitaMe.modelo.Usuario().
           set modeloTransporte to new CitaMe.modelo.Transporte().
           set modeloRespuestaCorreo to new CitaMe.modelo.RespuestaCorreo().
           set modeloReboteCorreo to new CitaMe.modelo.ReboteCorreo().
           set modeloHistoriaCompartida to new CitaMe.modelo.HistoriaCompartida().
           set modeloCentralita to new CitaMe.modelo.CentralitaCitas().
           set modeloEstado to new CitaMe.modelo.EstadoServicios().
           set modeloSuscripciones to new CitaMe.modelo.SuscripcionInforme().
           set modeloPuntoControl to new CitaMe.modelo.PuntoControl().
           set modeloEquipo to new CitaMe.modelo.EquipoAsistencial().
           goback.
       end method.

           invoke SembrarTarea("LoteCartas", 1440, 0).
           invoke SembrarTarea("ParteExplotacion", 1440, 0).
           invoke SembrarTarea("VerificarAuditoria", 1440, 0).
           invoke SembrarTarea("ExportacionContable", 43200, 0).
           invoke SembrarTarea("ExtractosCuenta", 1440, 0).
           invoke SembrarTarea("CaducarPresupuestos", 1440, 0).
           invoke SembrarTarea("ExtractoBancario", 1440, 0).
           invoke SembrarTarea("ElegibilidadMutuas", 1440, 0).
           invoke SembrarTarea("TemperaturaNeveras", 60, 0).
           invoke SembrarTarea("InformeCadenaFrio", 43200, 0).
           invoke SembrarTarea("CalendarioGuardias", 43200, 0).
           invoke SembrarTarea("RepartoEnfermeria", 60, 0).
           invoke SembrarTarea("RegistroJornada", 43200, 0).
           invoke SembrarTarea("CalendarioVacunal", 10080, 0).
           invoke SembrarTarea("RutasAsistenciales", 1440, 0).
           invoke SembrarTarea("Adherencia", 1440, 0).
           invoke SembrarTarea("Cuestionarios", 1440, 0).
           invoke SembrarTarea("MayoriaEdad", 1440, 0).
           invoke SembrarTarea("ManifiestoTransporte", 1440, 0).
           invoke SembrarTarea("AperturaAgendas", 1440, 0).
           invoke SembrarTarea("RespuestasConfirmacion", 30, 0).
           invoke SembrarTarea("RebotesCorreo", 60, 0).
           invoke SembrarTarea("HistoriaCompartida", 1440, 0).
           invoke SembrarTarea("PeticionesCentralita", 30, 0).
           invoke SembrarTarea("InformesSuscritos", 60, 0).
           invoke SembrarTarea("InformeAccesosExcepcionales", 43200, 0).

           *> Dependencia por defecto: la facturación no debe dispararse
           *> antes de que el cierre de jornada haya cerrado el día (se
                 and coalesce(dependencia_tarea, '') = ''
           end-exec.

           *> La exportación contable del mes, tras su cierre mensual
           exec sql
               update tareas_programadas
               set dependencia_tarea = 'CierreMensual'
               where nombre_tarea = 'ExportacionContable'
                 and coalesce(dependencia_tarea, '') = ''
           end-exec.

           *> La apertura de agendas publica los días nuevos a una hora
           *> fija, la misma todos los días
           exec sql
               update tareas_programadas
               set hora_programada_tarea = '08:00:00'
               where nombre_tarea = 'AperturaAgendas'
                 and coalesce(hora_programada_tarea, '') = ''
           end-exec.

           exec sql
               commit
           end-exec.
       procedure division.

           perform until detener
               invoke modeloEstado::RegistrarLatido("Planificador")
               try
                   invoke EjecutarTareasVencidas()
               catch ex as type System.Exception
       *> procesadas). Un error de la tarea se registra como resultado
       *> en vez de propagarse y tumbar el bucle del planificador.
       *>
       *> En las tareas largas con punto de control (ver PuntoControl)
       *> se anota además desde qué clave se reanudó la ejecución y, si
       *> la tarea devolvió el control dejando su punto de control
       *> pendiente, hasta qué clave llegó: la ejecución cuenta como
       *> fallida (se reintenta, continuando desde ese punto) y la
       *> siguiente pasada la reanuda.
       *>
       *> Parámetros:
       *>     tarea (TareaProgramada): Tarea a ejecutar
       *>
       01 filasSQL pic S9(9) COMP-4.
       01 estacionSQL pic x(40).
       01 recuperacionSQL pic 9.
       01 reanudadaSQL pic x(60).
       01 puntoControlSQL pic x(60).
       01 clavePunto string.
       01 filasProcesadas binary-long.
       01 intentoActual binary-long.
       01 terminada type Boolean.
           end-if
           set filasProcesadas to 0.
           set resultadoSQL to "Correcto".
           set reanudadaSQL to modeloPuntoControl::DevuelveClave(tarea::nombre_tarea).

           *> Política de fallos por tarea: un error se reintenta hasta
           *> reintentos_max_tarea veces y, agotados los intentos, se
                       set filasProcesadas to 1
                   when "VerificarAuditoria"
                       set filasProcesadas to modeloCadenaAuditoria::VerificarCadenas()
                   when "ExportacionContable"
                       *> Exporta todo lo pendiente hasta el final del mes
                       *> anterior, de modo que un mes que quedó con
                       *> movimientos sin cuenta se completa solo
                       set filasProcesadas to modeloContabilidad::ExportarMesAnterior()
                   when "ExtractosCuenta"
                       set filasProcesadas to modeloExtractoCuenta::EnviarExtractosMesAnterior()
                   when "CaducarPresupuestos"
                       set filasProcesadas to modeloPresupuesto::CaducarPresupuestos()
                   when "ExtractoBancario"
                       set filasProcesadas to modeloConciliacion::ImportarExtractosPendientes()
                   when "ElegibilidadMutuas"
                       *> Respuestas recibidas de las aseguradoras y
                       *> envío de las citas de mañana a comprobar
                       set filasProcesadas to modeloElegibilidad::ImportarRespuestasPendientes()
                       add modeloElegibilidad::GenerarFicheros(type DateTime::Now::AddDays(1)::ToString("yyyy-MM-dd")) to filasProcesadas
                   when "TemperaturaNeveras"
                       set filasProcesadas to modeloNeveras::ImportarRegistradoresPendientes()
                   when "InformeCadenaFrio"
                       invoke modeloNeveras::GenerarInformeMensual(type DateTime::Now::AddMonths(-1)::ToString("yyyy-MM"))
                       set filasProcesadas to 1
                   when "CalendarioGuardias"
                       set filasProcesadas to modeloGuardia::GenerarCalendariosPendientes()
                   when "RepartoEnfermeria"
                       *> Cada hora, para que las tareas pautadas
                       *> durante el día también tengan dueña; las
                       *> filas son las tareas que quedan sin cubrir
                       set filasProcesadas to modeloPlantillaEnfermeria::RepartirTareasDia(type DateTime::Now::ToString("yyyy-MM-dd"))
                   when "RegistroJornada"
                       set filasProcesadas to modeloJornada::CerrarMes(type DateTime::Now::AddMonths(-1)::ToString("yyyy-MM"))
                   when "CalendarioVacunal"
                       set filasProcesadas to modeloCalendarioVacunal::EnviarInvitaciones()
                   when "RutasAsistenciales"
                       set filasProcesadas to modeloRutaAsistencial::RevisarRutas()
                   when "Adherencia"
                       set filasProcesadas to modeloAdherencia::CalcularAdherencia()
                   when "Cuestionarios"
                       set filasProcesadas to modeloCuestionario::EnviarCuestionarios()
                   when "MayoriaEdad"
                       set filasProcesadas to modeloUsuario::TraspasarMayoresEdad()
                   when "ManifiestoTransporte"
                       *> Manifiestos de traslados de mañana para cada
                       *> proveedor de transporte sanitario
                       set filasProcesadas to modeloTransporte::GenerarManifiestos()
                   when "AperturaAgendas"
                       *> Abre los días que entran en el horizonte de
                       *> reserva de cada especialidad; las filas son las
                       *> citas dadas a la lista de espera
                       set filasProcesadas to modeloCita::AbrirAgendas()
                   when "RespuestasConfirmacion"
                       *> Respuestas de los pacientes por correo a la
                       *> solicitud de confirmación de asistencia; las
                       *> dudosas quedan para revisión de recepción
                       set filasProcesadas to modeloRespuestaCorreo::ProcesarRespuestas()
                   when "RebotesCorreo"
                       *> Informes de entrega fallida devueltos al buzón
                       *> del remitente; las direcciones que rebotan de
                       *> forma reiterada pasan a carta
                       set filasProcesadas to modeloReboteCorreo::ProcesarRebotes()
                   when "HistoriaCompartida"
                       *> Envío diario de los encuentros cerrados a la
                       *> historia clínica compartida de la región e
                       *> importación de los ficheros de acuses
                       set filasProcesadas to modeloHistoriaCompartida::ExportarEncuentros()
                       add modeloHistoriaCompartida::ImportarAcusesPendientes() to filasProcesadas
                   when "PeticionesCentralita"
                       *> Ficheros de peticiones de la centralita
                       *> regional de cita previa, con su fichero de
                       *> resultados de vuelta
                       set filasProcesadas to modeloCentralita::ProcesarPeticionesPendientes()
                   when "InformesSuscritos"
                       *> Informes en CSV de las suscripciones cuyo
                       *> envío toca hoy (ver SuscripcionInforme)
                       set filasProcesadas to modeloSuscripciones::EnviarSuscripcionesPendientes()
                   when "InformeAccesosExcepcionales"
                       *> Informe del mes anterior para el delegado de
                       *> protección de datos (ver EquipoAsistencial)
                       invoke modeloEquipo::GenerarInformeMensual(type DateTime::Now::AddMonths(-1)::ToString("yyyy-MM"))
                       set filasProcesadas to 1
                   when "IntercambioLab"
                       *> Exportación de peticiones nuevas e importación
                       *> de los ficheros de resultados pendientes, en
                       set resultadoSQL to "Tarea desconocida"
               end-evaluate
               set terminada to True

               *> Tarea larga que se detuvo con su punto de control
               *> pendiente (error SQL a mitad de un lote)
               set clavePunto to modeloPuntoControl::DevuelveClave(tarea::nombre_tarea)
               if not clavePunto::Equals("")
                   set resultadoSQL to type String::Concat("Error: interrumpida en la clave ", clavePunto, " (se reanudará)")
                   if intentoActual <= tarea::reintentos_max_tarea
                       set terminada to False
                   end-if
               end-if
           catch ex as type System.Exception
               *> El lote a medias se descarta; el punto de control
               *> sigue en el último lote confirmado
               exec sql
                   rollback
               end-exec
               set resultadoSQL to type String::Concat("Error: ", ex::Message)
               if intentoActual > tarea::reintentos_max_tarea
                   set terminada to True

           set finSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").
           set filasSQL to filasProcesadas.
           set puntoControlSQL to modeloPuntoControl::DevuelveClave(tarea::nombre_tarea).

           exec sql
               insert into tareas_ejecuciones
                   (tarea_ejecucion, inicio_ejecucion, fin_ejecucion, resultado_ejecucion, filas_ejecucion, estacion_ejecucion, recuperacion_ejecucion,
                    reanudada_desde_ejecucion, punto_control_ejecucion)
               values
                   (:nombreSQL, :inicioSQL, :finSQL, :resultadoSQL, :filasSQL, :estacionSQL, :recuperacionSQL,
                    :reanudadaSQL, :puntoControlSQL)
           end-exec.

           exec sql
               commit
           end-exec.

           if not (resultadoSQL as string)::StartsWith("Error") and not (resultadoSQL as string)::StartsWith("Tarea desconocida")
               invoke modeloEstado::RegistrarLatido(tarea::nombre_tarea)
           end-if

       end method.

       *>
       01 filas pic S9(9) COMP-4.
       01 estacion pic x(40).
       01 estacionStr string.
       01 reanudada pic x(60).
       01 puntoControl pic x(60).
       01 simulacion pic S9(9) COMP-4.
       procedure division using by value maximo as binary-long
                                   returning ejecuciones as List[type EjecucionTarea].

           exec sql
               declare ejecucionesTbl cursor for
                   select e.tarea_ejecucion, e.inicio_ejecucion, e.fin_ejecucion,
                          e.resultado_ejecucion, e.filas_ejecucion, coalesce(e.estacion_ejecucion, ''),
                          coalesce(e.reanudada_desde_ejecucion, ''), coalesce(e.punto_control_ejecucion, ''),
                          coalesce(e.simulacion_ejecucion, 0)
                   from tareas_ejecuciones as e
                   order by e.inicio_ejecucion desc
                   limit :maximoSQL

               exec sql
                   fetch ejecucionesTbl into
                   :tarea, :inicio, :fin, :resultado, :filas, :estacion, :reanudada, :puntoControl, :simulacion
               end-exec

               if SQLCODE = 100
               set ejecucionActual::filas_ejecucion to filas
               set estacionStr to estacion as string
               set ejecucionActual::estacion_ejecucion to estacionStr::Trim()
               set ejecucionActual::reanudada_desde_ejecucion to (reanudada as string)::Trim()
               set ejecucionActual::punto_control_ejecucion to (puntoControl as string)::Trim()
               set ejecucionActual::simulacion_ejecucion to simulacion

               invoke ejecuciones::Add(ejecucionActual)

