       *> en el sistema con todas sus consultas pertinentes
       *> para su registro.
       *>
       *> Cada cita lleva un número de versión (version_cita) que sube
       *> con cada cambio de su estado. Cancelar, reprogramar o
       *> registrar la llegada de la cita que el usuario tiene en
       *> pantalla se rechaza si alguien la ha cambiado desde que la
       *> leyó (ver RechazarCopiaObsoleta).
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.Cita.

       01 modeloDisponibilidad type CitaMe.modelo.Disponibilidad.
       01 modeloWebhook type CitaMe.modelo.Webhook.
       01 modeloAgendaExtra type CitaMe.modelo.AgendaExtraordinaria.
       01 modeloCupoCanal type CitaMe.modelo.CupoCanal.
       01 modeloPuntoControl type CitaMe.modelo.PuntoControl.

       *> Filas del último lote procesado por una tarea larga (ver
       *> ArchivarLoteCitas y AnonimizarHistorico)
       01 filasLote binary-long.

       *> Recuento de una simulación de varias tablas (ver
       *> SimularDerechoOlvido y SumarPrevistas)
       01 registrosPrevistos binary-long.
       01 errorPrevision type Boolean.

       01 mfsqlmessagetext pic x(355) values "".

       *> RegistrarEncuesta escala automáticamente una queja pendiente
       01 UMBRAL_SATISFACCION_QUEJA binary-short value 2.

       *> Días hacia atrás en que un diagnóstico de un grupo CIE-10 con
       *> alerta de vigilancia lleva al aislamiento en el check-in
       *> (ver EvaluarAislamiento)
       01 DIAS_DIAGNOSTICO_AISLAMIENTO binary-short value 14.

       *> Años que se conserva la ficha de un paciente fallecido, en
       *> solo lectura, antes de poder anonimizarla (configurable con el
       *> parámetro anios_conservacion_exitus, ver RegistrarExitus)
       01 ANIOS_CONSERVACION_EXITUS binary-short value 5.

       *> Minutos desde su registro que se da de margen a una cita sin
       *> confirmar antes de que LiberarCitasNoConfirmadas la libere
       01 TIMEOUT_CONFIRMACION_MINUTOS binary-long value 30.
       *> margen_domicilio_minutos, como las claves de penalización.
       01 minutosMargenDomicilio binary-short value 30.

       *> Marca de apertura de agendas en curso (ver AbrirAgendas):
       *> mientras vale 1 las búsquedas de hueco pueden mirar los días
       *> que se están abriendo, más allá de la agenda publicada
       01 aperturaEnCurso binary-short value 0.

       *> Canal de reserva de las búsquedas y reservas hechas con esta
       *> instancia ("Web", "Api", "Mostrador" o "Centralita", ver
       *> FijarCanalReserva), para respetar el cupo de cada canal (ver
       *> modelo CupoCanal).
       *> Las emergencias reservan siempre como "Urgente".
       01 canalReserva string value "Mostrador".

       01 medico property type Medico.
       01 paciente property type Paciente.
       01 id_cita property pic S9(9) COMP-4.
       *> 0 si la cita no forma parte de ninguna serie.
       01 serie_cita property pic S9(9) COMP-4.

       *> Precauciones de aislamiento por sospecha o confirmación de
       *> enfermedad transmisible (ver MarcarAislamiento): el paciente
       *> espera en la sala de espera de aislamiento, pasa a una sala
       *> designada y la sala queda en limpieza tras la consulta.
       *> motivo_aislamiento_cita indica de dónde sale (triaje,
       *> vigilancia o marca manual).
       01 aislamiento_cita property binary-short.
       01 motivo_aislamiento_cita property string.

       *> Aviso en vivo de espera excesiva en sala de un paciente
       *> todavía sin llamar ("" si está dentro del umbral de su
       *> especialidad), rellenado por las colas de sala de espera
       *> (ver AlertaEspera::EvaluarEspera)
       01 alerta_espera_cita property string.

       *> Versión de la fila leída (version_cita), que sube con cada
       *> cambio de la cita. Las listas de trabajo la cargan; -1 es
       *> una copia sin versión, que no se comprueba al guardar (ver
       *> RechazarCopiaObsoleta)
       01 version_cita property binary-long value -1.

       *> Qué había cambiado en la cita cuando se ha rechazado el
       *> último cambio por hacerse sobre una copia desactualizada
       *> ("" si no hubo conflicto)
       01 CambiosConflicto property string.
       01 copiaObsoleta type Boolean.


       *> Habilita las variables de SQL
       exec sql 
           set modeloDisponibilidad to new CitaMe.modelo.Disponibilidad().
           set modeloWebhook to new CitaMe.modelo.Webhook().
           set modeloAgendaExtra to new CitaMe.modelo.AgendaExtraordinaria().
           set modeloCupoCanal to new CitaMe.modelo.CupoCanal().
           set modeloPuntoControl to new CitaMe.modelo.PuntoControl().
           set CambiosConflicto to "".
           set copiaObsoleta to False.
           goback.
       end method.

       01 diasMaximos binary-short.
       01 horarioBusqueda string.
       01 huecoRapido type Hueco.
       01 canalPrevio string.
       procedure division using by value paciente as binary-short
                                         motivo as string
                                         especialidad as string
               set horarioBusqueda to horario
           end-if

           *> Una emergencia busca como canal "Urgente": puede usar la
           *> reserva urgente y no se limita por cupos de canal
           set canalPrevio to canalReserva.
           if emergencia = 1
               set canalReserva to "Urgente"
           end-if

           set fecha to type System.DateTime::Now.
           set horaEncontrada to false.
           set diasIntentados to 0.
           if not huecoRapido = null
               set cita to RegistrarCita(huecoRapido::medico_hueco, paciente, motivo, huecoRapido::fecha_hueco, huecoRapido::hora_hueco, emergencia, tipo)
               if not cita = null
                   set canalReserva to canalPrevio
                   goback
               end-if
           end-if
                   invoke AnadirListaEspera(motivo, especialidad, horario, emergencia, paciente)
               end-if

               set canalReserva to canalPrevio
               goback
           end-if

           set horaCita to resultados[0] as type TimeSpan.
           set idMedico to resultados[1] as binary-short.
           set cita to RegistrarCita(idMedico, paciente, motivo, fecha, horaCita, emergencia, tipo)
           set canalReserva to canalPrevio

       end method.


           exec sql
               update citas
               set medico_cita = :idSuplenteSQL,
                   version_cita = version_cita + 1
               where id_cita = :idCitaSQL
           end-exec.

       01 minutosParaDuracion pic 99.
       01 minutosQueSumar pic 99.
       01 limiteHora type TimeSpan.
       01 medicosSinCupo List[binary-short].
       procedure division using by value especialistas as list[type Medico]
                                         fecha as type DateTime
                                         horario as string
                                         returning resultados as list[object].
           *> Los días más allá del horizonte de reserva de la
           *> especialidad todavía no están publicados (ver
           *> AbrirAgendas): no se ofrece ningún hueco
           if FueraDeHorizonte(especialistas::First()::especialidad, fecha)
               set resultados to null
               goback
           end-if

           *> La jornada de cada médico puede variar por día de la
           *> semana o por rotación quincenal según su plantilla de
           *> horario semanal (ver Medico::AplicarHorarioFecha); se
           *> médicos buscados, en vez de ser siempre de 10 minutos
           set duracionMinutos to modeloMedico::DevuelveDuracionEspecialidad(especialistas::First()::especialidad).

           *> Médicos que ya no tienen cupo ese día para el canal de
           *> esta búsqueda (ver HayCupoCanal y modelo CupoCanal)
           set medicosSinCupo to new List[binary-short]().
           perform varying especialista as type CitaMe.modelo.Medico through especialistas
               if not HayCupoCanal(especialista, fecha, duracionMinutos)
                   invoke medicosSinCupo::Add(especialista::usuario::id_usu)
               end-if
           end-perform.

           set hoy to type System.DateTime::Now.

           *> Si la fecha es la de hoy
           perform until hora::Hours = limiteHora::Hours and hora::Minutes = limiteHora::Minutes
               perform varying especialista as type CitaMe.modelo.Medico through especialistas
                   if not especialista::EstaAusente(fecha) and not especialista::EstaEnDescanso(hora)
                       and not medicosSinCupo::Contains(especialista::usuario::id_usu)
                   evaluate horario
                       when "Mananas"
                           *> Hora entre horario de mañanas
       *> BuscarHueco recorre el horario ordinario. Lo usa BuscarHueco
       *> como último recurso de cada día, y AsignarComoPaciente /
       *> BuscarHuecosCandidatos directamente en los días no laborables
       *> (un sábado con sesión declarada sí es reservable). Respeta el
       *> horizonte de reserva y los cupos por canal igual que
       *> BuscarHueco (ver FueraDeHorizonte y HayCupoCanal).
       *>
       *> Parámetros:
       *>     especialistas (List[Medico]): médicos candidatos
                                         horario as string
                                         returning resultados as list[object].

           *> Las sesiones extraordinarias respetan también el
           *> horizonte de reserva de la especialidad
           if FueraDeHorizonte(especialistas::First()::especialidad, fecha)
               set resultados to null
               goback
           end-if

           set fechaSQL to fecha::ToString("yyyy-MM-dd").
           set duracionMinutos to modeloMedico::DevuelveDuracionEspecialidad(especialistas::First()::especialidad).

                       if horario::Equals("Indiferente") or horario::Equals(franjaHueco)
                           if fecha::Date::Add(hora) > limiteHoy
                               and especialista::HayHueco(fecha, hora, duracionMinutos)
                               and HayCupoCanal(especialista, fecha, duracionMinutos)
                               set resultados to new List[object]
                               invoke resultados::Add(hora)
                               invoke resultados::Add(especialista::usuario::id_usu)
       01 horaHueco type TimeSpan.
       01 huecoActual type Hueco.
       01 antelacionMinutos binary-short.
       01 duracionMinutos binary-short.
       01 limiteHoy type DateTime.
       procedure division using by value especialistas as List[type Medico]
                                         horario as string
           set hoySQL to type DateTime::Now::ToString("yyyy-MM-dd").
           set antelacionMinutos to modeloMedico::DevuelveAntelacionMinimaEspecialidad(especialistas::First()::especialidad).
           set limiteHoy to type DateTime::Now::AddMinutes(antelacionMinutos).
           set duracionMinutos to modeloMedico::DevuelveDuracionEspecialidad(especialistas::First()::especialidad).

           perform varying especialista as type CitaMe.modelo.Medico through especialistas
               if modeloDisponibilidad::TieneDisponibilidad(especialista::usuario::id_usu)
                       set horaHueco to type TimeSpan::Parse(partes[1])

                       *> Un hueco de hoy dentro de la antelación mínima
                       *> se descarta: la tabla no distingue la hora actual.
                       *> Tampoco se ofrece si el médico ya no tiene cupo
                       *> ese día para el canal de la búsqueda
                       invoke especialista::AplicarHorarioFecha(fechaHueco)
                       if fechaHueco::Date::Add(horaHueco) > limiteHoy
                           and fechaHueco::Date <= type DateTime::Now::Date::AddDays(diasMaximos)
                           and not FueraDeHorizonte(especialistas::First()::especialidad, fechaHueco)
                           and HayCupoCanal(especialista, fechaHueco, duracionMinutos)
                           if mejorHueco = null
                               or fechaHueco::Date::Add(horaHueco) < mejorHueco::fecha_hueco::Date::Add(mejorHueco::hora_hueco)
                               set huecoActual to new Hueco()

       end method.

       *>
       *> FueraDeHorizonte
       *>
       *> Comprueba si una fecha queda más allá de la agenda abierta de
       *> la especialidad (ver Medico::DevuelveAgendaAbiertaHasta), para
       *> que las búsquedas de hueco no ofrezcan días todavía sin
       *> publicar. Durante la apertura de agendas (ver AbrirAgendas)
       *> los días que se están abriendo sí se pueden buscar.
       *>
       *> Parámetros:
       *>     especialidad (str): Especialidad de los médicos buscados
       *>     fecha (DateTime): Día a comprobar
       *>
       *> Devuelve:
       *>     Boolean: True si el día todavía no es reservable
       *>
       method-id FueraDeHorizonte private.
       procedure division using by value especialidad as string
                                         fecha as type DateTime
                                   returning fuera as type Boolean.

           set fuera to False.
           if aperturaEnCurso = 1
               goback
           end-if

           if fecha::Date > modeloMedico::DevuelveAgendaAbiertaHasta(especialidad)
               set fuera to True
           end-if

       end method.

       *>
       *> FijarCanalReserva
       *>
       *> Fija el canal por el que reserva esta instancia (ver modelo
       *> CupoCanal): la vista del paciente reserva como "Web", el API
       *> de reservas como "Api", la carga de peticiones de la
       *> centralita como "Centralita" y el resto como "Mostrador".
       *>
       *> Parámetros:
       *>     canal (str): "Web", "Api", "Centralita" o "Mostrador"
       *>
       method-id FijarCanalReserva.
       procedure division using by value canal as string.
           set canalReserva to canal.
       end method.

       *>
       *> HayCupoCanal
       *>
       *> Comprueba si al médico le queda cupo ese día para el canal
       *> de esta instancia (ver CupoCanal::PermiteCanal), contando su
       *> capacidad del día con la jornada ya aplicada (ver
       *> Medico::AplicarHorarioFecha) y la duración de cita.
       *>
       *> Parámetros:
       *>     especialista (Medico): Médico del hueco
       *>     fecha (DateTime): Día del hueco
       *>     duracionMinutos (int): Duración de cita de la especialidad
       *>
       *> Devuelve:
       *>     Boolean: True si el canal puede reservar ese día
       *>
       method-id HayCupoCanal private.
       local-storage section.
       01 minutosDiarios binary-long.
       01 capacidadDia binary-long.
       procedure division using by value especialista as type Medico
                                         fecha as type DateTime
                                         duracionMinutos as binary-short
                                   returning hayCupo as type Boolean.

           *> La lista de espera tiene la primera oportunidad sobre los
           *> días que se están abriendo, sin cupos de canal
           if aperturaEnCurso = 1
               set hayCupo to True
               goback
           end-if

           set capacidadDia to 0.
           if duracionMinutos > 0
               set minutosDiarios to
                   function integer((especialista::fin_mananas - especialista::inicio_mananas)::TotalMinutes)
                   + function integer((especialista::fin_tardes - especialista::inicio_tardes)::TotalMinutes)
               set capacidadDia to minutosDiarios / duracionMinutos
           end-if

           set hayCupo to modeloCupoCanal::PermiteCanal(especialista::usuario::id_usu, especialista::especialidad,
               fecha, canalReserva, capacidadDia).

       end method.

       *>
       *> AbrirAgendas
       *>
       *> Apertura diaria de agendas: para cada especialidad con
       *> horizonte de reserva (ver Medico::ConfigurarHorizonteEspecialidad)
       *> abre los días que entran en el horizonte desde la última
       *> apertura. Antes de publicarlos, la lista de espera de la
       *> especialidad tiene la primera oportunidad: cada hueco de
       *> mañana y de tarde de esos días se ofrece a la lista de espera
       *> (ver AtenderListaEspera) hasta que no quedan candidatos para
       *> esa franja. Después se publica la nueva fecha de agenda
       *> abierta y el resto de huecos pasa a ser reservable.
       *>
       *> Devuelve:
       *>     int: número de citas dadas a pacientes de la lista de espera
       *>
       method-id AbrirAgendas.
       local-storage section.
       01 nombreSQL pic x(25).
       01 semanasSQL pic S9(4) COMP-4.
       01 pendientesSQL pic S9(9) COMP-4.
       01 nuevaHastaSQL pic x(10).
       01 especialidades List[string].
       01 horizontes List[binary-long].
       01 especialistas List[type Medico].
       01 indice binary-long.
       01 diasHorizonte binary-long.
       01 fecha type DateTime.
       01 nuevaHasta type DateTime.
       procedure division returning asignadas as binary-long.

           set asignadas to 0.
           set especialidades to new List[string]().
           set horizontes to new List[binary-long]().

           exec sql
               declare horizontesTbl cursor for
                   select e.nombre_especialidad, e.horizonte_semanas_especialidad
                   from especialidades as e
                   where coalesce(e.horizonte_semanas_especialidad, 0) > 0
           end-exec.

           exec sql
               open horizontesTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch horizontesTbl into :nombreSQL, :semanasSQL
               end-exec
               if SQLCODE = 0
                   invoke especialidades::Add((nombreSQL as string)::Trim())
                   invoke horizontes::Add(semanasSQL)
               end-if
           end-perform.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("Cita::AbrirAgendas", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
           end-if

           exec sql
               close horizontesTbl
           end-exec.

           *> Mientras dura la apertura las búsquedas pueden ver los
           *> días que se están abriendo (ver FueraDeHorizonte)
           set aperturaEnCurso to 1.

           perform varying indice from 0 by 1 until indice >= especialidades::Count
               set nombreSQL to especialidades[indice]
               compute diasHorizonte = horizontes[indice] * 7
               set nuevaHasta to type DateTime::Today::AddDays(diasHorizonte)

               *> Primer día sin publicar; si la tarea no ha corrido en
               *> varios días no se reabren días ya pasados
               set fecha to modeloMedico::DevuelveAgendaAbiertaHasta(especialidades[indice])::AddDays(1)
               if fecha < type DateTime::Today::AddDays(1)
                   set fecha to type DateTime::Today::AddDays(1)
               end-if

               set especialistas to modeloMedico::DevuelveMedicosEspecialidad(especialidades[indice])
               exec sql
                   select count(*) into :pendientesSQL
                   from listas_espera
                   where especialidad_espera = :nombreSQL
               end-exec
               if SQLCODE = 0 and pendientesSQL > 0 and especialistas::Count > 0
                   perform until fecha > nuevaHasta
                       *> Primero las mañanas y luego las tardes, para
                       *> que la preferencia de franja de cada paciente
                       *> en espera tenga su oportunidad
                       add OfrecerFranjaListaEspera(especialistas, fecha, "Mananas") to asignadas
                       add OfrecerFranjaListaEspera(especialistas, fecha, "Tardes") to asignadas
                       set fecha to fecha::AddDays(1)
                   end-perform
               end-if

               *> Publicación: el resto de huecos de los días abiertos
               *> ya es reservable por todos los canales
               set nuevaHastaSQL to nuevaHasta::ToString("yyyy-MM-dd")
               exec sql
                   update especialidades
                   set agenda_abierta_hasta_especialidad = :nuevaHastaSQL
                   where nombre_especialidad = :nombreSQL
               end-exec
               if SQLCODE < 0
                   invoke modeloErrores::RegistrarError("Cita::AbrirAgendas", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               end-if
               exec sql
                   commit
               end-exec
           end-perform.

           set aperturaEnCurso to 0.

       end method.

       *>
       *> OfrecerFranjaListaEspera
       *>
       *> Ofrece a la lista de espera, uno tras otro, los huecos libres
       *> de una franja de un día que se está abriendo, hasta que no
       *> queda hueco o ningún paciente en espera lo quiere.
       *>
       *> Parámetros:
       *>     especialistas (List[Medico]): médicos de la especialidad
       *>     fecha (DateTime): Día que se abre
       *>     franja (str): "Mananas" o "Tardes"
       *>
       *> Devuelve:
       *>     int: número de citas dadas a la lista de espera
       *>
       method-id OfrecerFranjaListaEspera private.
       local-storage section.
       01 resultados list[object].
       01 horaHueco type TimeSpan.
       01 idMedico binary-short.
       01 asignado type Boolean.
       procedure division using by value especialistas as List[type Medico]
                                         fecha as type DateTime
                                         franja as string
                                   returning asignadas as binary-long.

           set asignadas to 0.
           set asignado to True.
           perform until not asignado
               set asignado to False
               if EsDiaNoLaborable(fecha)
                   set resultados to BuscarHuecoExtraordinario(especialistas, fecha, franja)
               else
                   set resultados to BuscarHueco(especialistas, fecha, franja)
               end-if
               if not resultados = null
                   set horaHueco to resultados[0] as type TimeSpan
                   set idMedico to resultados[1] as binary-short
                   if AtenderListaEspera(idMedico, fecha, horaHueco)
                       add 1 to asignadas
                       set asignado to True
                   end-if
               end-if
           end-perform.

       end method.

       *>
       *> RegistrarCita
       *>
       01 inicioSolapeSQL pic x(8).
       01 finSolapeSQL pic x(8).
       01 citasSolapadas pic S9(9) COMP-4.
       01 canalSQL pic x(10).
       01 modeloInterprete type CitaMe.modelo.Interprete.
       procedure division using medico as binary-short
                                paciente as binary-short
                                motivo as string
           set horaSQL to hora::ToString("hh\:mm\:ss").
           set emergenciaSQL to emergencia.
           set tipoSQL to tipo.

           *> No se dan citas nuevas a un paciente fallecido (ver
           *> RegistrarExitus)
           if modeloPaciente::EsSoloLectura(paciente)
               set cita to null
               goback
           end-if

           *> Momento en que se registra la cita (no confundir con
           *> fecha_cita/hora_cita, la fecha de la propia cita), usado
           *> por LiberarCitasNoConfirmadas para liberar el hueco si el
                   select LAST_INSERT_ID() into :idCitaNueva
               end-exec

               *> Canal por el que entra la reserva, para los cupos de
               *> canal (ver modelo CupoCanal); las emergencias cuentan
               *> siempre contra la reserva urgente. Se anota antes de
               *> la auditoría de la cita, que confirma la transacción,
               *> para que no quede una reserva sin su canal
               if emergencia = 1
                   set canalSQL to "Urgente"
               else
                   set canalSQL to canalReserva
               end-if
               exec sql
                   update citas
                   set canal_cita = :canalSQL
                   where id_cita = :idCitaNueva
               end-exec

               if SQLCODE < 0
                   invoke modeloErrores::RegistrarError("Cita::RegistrarCita", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
                   exec sql
                       rollback
                   end-exec
                   set cita to null
                   goback
               end-if

               set cita to new Cita()
               set cita::id_cita to idCitaNueva
               set cita::medico_cita to medico
               commit
           end-exec.

           *> Si el paciente necesita intérprete, se le reserva uno
           *> para la duración de la cita (ver Interprete)
           if not cita = null
               set modeloInterprete to new CitaMe.modelo.Interprete()
               invoke modeloInterprete::ReservarParaCita(idCitaNueva, duracionSolape)
           end-if

       end method.

       *>
       *> espera, en vez de dejar que acabe en un no presentado. Los
       *> pacientes sin correo nunca reciben solicitud
       *> (solicitud_confirmacion_cita queda a null), así que quedan
       *> exentos de esta liberación, igual que las citas cuya
       *> respuesta por correo espera revisión de recepción (ver
       *> RespuestaCorreo). Lanzado periódicamente por el
       *> planificador de tareas.
       *>
       *> Devuelve:
       *>     int: Número de citas liberadas en esta pasada
       *>
       method-id LiberarCitasSinConfirmacionPrevia.
       procedure division returning totalLiberadas as binary-long.

           set totalLiberadas to LiberarCitasSinConfirmacionPrevistas(0).

       end method.

       *>
       *> LiberarCitasSinConfirmacionPrevistas
       *>
       *> Liberación de LiberarCitasSinConfirmacionPrevia limitada, si
       *> se indica una simulación, a las citas que esa simulación
       *> previó (ver Simulacion y SimularLiberacionSinConfirmacion):
       *> una cita confirmada entretanto ya no cumple las condiciones y
       *> no se libera. Con simulación 0 libera todas.
       *>
       *> Parámetros:
       *>     idSimulacion (int): Simulación previa, o 0
       *>
       *> Devuelve:
       *>     int: Número de citas liberadas en esta pasada
       *>
       method-id LiberarCitasSinConfirmacionPrevistas.
       local-storage section.
       01 corteSQL pic x(19).
       01 hoySQL pic x(10).
       01 simulacionSQL pic S9(9) COMP-4.
       01 idsLiberar List[binary-long].
       01 id_cita pic S9(9) COMP-4.
       01 liberadas binary-long.
       procedure division using by value idSimulacion as binary-long
                                   returning totalLiberadas as binary-long.

           invoke CargarConfiguracionConfirmacionPrevia().
           set simulacionSQL to idSimulacion.

           set corteSQL to type DateTime::Now::AddHours(- horasCorteConfirmacionPrevia)::ToString("yyyy-MM-dd HH:mm:ss").
           set hoySQL to type DateTime::Now::ToString("yyyy-MM-dd").
                     and c.cancelada_cita = 0
                     and c.diagnostico_cita is null
                     and c.fecha_cita >= :hoySQL
                     and not exists (
                         select 1 from respuestas_correo as r
                         where r.cita_respuesta = c.id_cita
                           and r.estado_respuesta = 'Revisar'
                     )
                     and (:simulacionSQL = 0 or c.id_cita in (
                          select sr.clave_registro from simulaciones_registros as sr
                          where sr.simulacion_registro = :simulacionSQL and sr.tabla_registro = 'citas'))
           end-exec.

           exec sql
       *>     int: Número de citas liberadas
       *>
       method-id LiberarCitasNoConfirmadas.
       procedure division returning totalLiberadas as binary-long.

           set totalLiberadas to LiberarCitasNoConfirmadasPrevistas(0).

       end method.

       *>
       *> LiberarCitasNoConfirmadasPrevistas
       *>
       *> Liberación de LiberarCitasNoConfirmadas limitada, si se
       *> indica una simulación, a las citas que esa simulación previó
       *> (ver Simulacion y SimularLiberacionNoConfirmadas). Con
       *> simulación 0 libera todas.
       *>
       *> Parámetros:
       *>     idSimulacion (int): Simulación previa, o 0
       *>
       *> Devuelve:
       *>     int: Número de citas liberadas
       *>
       method-id LiberarCitasNoConfirmadasPrevistas.
       local-storage section.
       01 limiteSQL pic x(19).
       01 simulacionSQL pic S9(9) COMP-4.
       01 liberadas pic S9(9) COMP-4.
       01 huecosLiberados List[type Cita].
       01 huecoActual type Cita.
       01 idMedicoHueco pic S9(9) COMP-4.
       01 fechaHuecoSQL pic x(10).
       01 horaHuecoSQL pic x(8).
       procedure division using by value idSimulacion as binary-long
                                   returning totalLiberadas as binary-long.

           set limiteSQL to type DateTime::Now::AddMinutes(- TIMEOUT_CONFIRMACION_MINUTOS)::ToString("yyyy-MM-dd HH:mm:ss").
           set simulacionSQL to idSimulacion.

           *> Guardamos los huecos que van a quedar libres antes de
           *> borrar las citas, para ofrecérselos después a la lista de
                   select medico_cita, fecha_cita, hora_cita from citas
                   where confirmada_cita = 0
                     and fecha_creacion_cita < :limiteSQL
                     and (:simulacionSQL = 0 or id_cita in (
                          select r.clave_registro from simulaciones_registros as r
                          where r.simulacion_registro = :simulacionSQL and r.tabla_registro = 'citas'))
           end-exec.

           exec sql
               delete from citas
               where confirmada_cita = 0
                 and fecha_creacion_cita < :limiteSQL
                 and (:simulacionSQL = 0 or id_cita in (
                      select r.clave_registro from simulaciones_registros as r
                      where r.simulacion_registro = :simulacionSQL and r.tabla_registro = 'citas'))
           end-exec.

           set liberadas to SQLERRD(3).
       01 horaSQL pic x(8).
       01 hoySQL pic x(10).
       01 fecha type DateTime.
       01 versionCita pic S9(9) COMP-4.

       procedure division using by value id_paciente as binary-short
                                         proximas as type Boolean
                   declare citaTblProx cursor for
                       select c.id_cita, c.medico_cita, c.paciente_cita, c.motivo_cita,
                              c.fecha_cita, c.hora_cita, c.cancelada_cita, c.encuesta_cita,
                              c.diagnostico_cita, c.version_cita
                       from citas as c
                       where c.paciente_cita = :argumentoIdPaciente and c.fecha_cita >= :hoySQL
               end-exec
                   declare citaTbl cursor for
                       select c.id_cita, c.medico_cita, c.paciente_cita, c.motivo_cita,
                              c.fecha_cita, c.hora_cita, c.cancelada_cita, c.encuesta_cita,
                              c.diagnostico_cita, c.version_cita
                       from citas as c
                       where c.paciente_cita = :argumentoIdPaciente
               end-exec
                   exec sql
                       fetch citaTblProx into
                       :id_cita, :id_medico, :paciente, :motivo, :fechaSQL,
                       :horaSQL, :cancelada, :id_encuesta, :diagnostico, :versionCita
                   end-exec
               else
                   exec sql
                       fetch citaTbl into
                       :id_cita, :id_medico, :paciente, :motivo, :fechaSQL,
                       :horaSQL, :cancelada, :id_encuesta, :diagnostico, :versionCita
                   end-exec
               end-if

               set citaActual::paciente_cita to paciente
               set citaActual::cancelada_cita to cancelada
               set citaActual::encuesta_cita to id_encuesta
               set citaActual::version_cita to versionCita
               set motivoStr to motivo as string
               set citaActual::motivo_cita to motivoStr::Trim()
               set diagnosticoStr to diagnostico as string
       01 fecha type DateTime.
       01 tipo pic x(25).
       01 tipoStr string.
       01 versionCita pic S9(9) COMP-4.

       procedure division using by value id_medico as binary-short
                                         proximas as type Boolean
                   declare citaTblProx cursor for
                       select c.id_cita, c.medico_cita, c.paciente_cita, c.motivo_cita,
                              c.fecha_cita, c.hora_cita, c.cancelada_cita, c.encuesta_cita,
                              c.diagnostico_cita, c.tipo_cita, c.version_cita
                       from citas as c
                       where c.medico_cita = :argumentoIdMedico and c.fecha_cita >= :hoySQL and c.cancelada_cita = 0 and c.diagnostico_cita is null
               end-exec
                   declare citaTbl cursor for
                       select c.id_cita, c.medico_cita, c.paciente_cita, c.motivo_cita,
                              c.fecha_cita, c.hora_cita, c.cancelada_cita, c.encuesta_cita,
                              c.diagnostico_cita, c.tipo_cita, c.version_cita
                       from citas as c
                       where c.medico_cita = :argumentoIdMedico and c.cancelada_cita = 0 order by c.fecha_cita desc
               end-exec
                   exec sql
                       fetch citaTblProx into
                       :id_cita, :id_medico, :paciente, :motivo, :fechaSQL,
                       :horaSQL, :cancelada, :id_encuesta, :diagnostico, :tipo, :versionCita
                   end-exec
               else
                   exec sql
                       fetch citaTbl into
                       :id_cita, :id_medico, :paciente, :motivo, :fechaSQL,
                       :horaSQL, :cancelada, :id_encuesta, :diagnostico, :tipo, :versionCita
                   end-exec
               end-if

               set citaActual::paciente_cita to paciente
               set citaActual::cancelada_cita to cancelada
               set citaActual::encuesta_cita to id_encuesta
               set citaActual::version_cita to versionCita
               set motivoStr to motivo as string
               set citaActual::motivo_cita to motivoStr::Trim()
               set diagnosticoStr to diagnostico as string
       *> RegistrarDiagnostico
       *>
       *> Registra el diagnóstico del médico en la cita indicada por parámetro.
       *> Una consulta ya cerrada no admite cambios en el diagnóstico
       *> (ver ConsultaCerrada): las correcciones se añaden como adenda.
       *> 
       *> Parámetros:
       *>     cita (int): ID de la cita a la que se va a añadir el diagnóstico
       method-id RegistrarDiagnostico.
       01 id_cita pic S9(9) COMP-4.
       01 diagnostico_sql pic x(5000).
       01 modeloSupervision type CitaMe.modelo.SupervisionMir.
       procedure division using argumentoCita as binary-long diagnostico as string
                               returning exito as type Boolean.

           set id_cita to argumentoCita.
           set diagnostico_sql to diagnostico.

           if ConsultaCerrada(argumentoCita)
               set exito to False
               goback
           end-if

            *> Registrar el diagnóstico cierra la cita: también sale de
            *> la lista de trabajo de pendientes de cierre si el cierre
            *> automático de jornada la había dejado marcada
            exec sql
               update citas
               set diagnostico_cita = :diagnostico_sql,
                   pendiente_cierre_cita = 0,
                   version_cita = version_cita + 1
               where id_cita = :id_cita
           end-exec.

               *> si su especialidad y tipo tienen tarifa, se emite su
               *> factura (ver Factura::GenerarFacturaCita)
               invoke modeloFactura::GenerarFacturaCita(id_cita)
               *> El diagnóstico de un residente queda pendiente de la
               *> supervisión de su tutor (ver modelo SupervisionMir)
               set modeloSupervision to new CitaMe.modelo.SupervisionMir()
               invoke modeloSupervision::RegistrarPendiente(id_cita, "Diagnóstico", 0, diagnostico)
           else
               set exito to False
               invoke modeloErrores::RegistrarError("Cita::RegistrarDiagnostico", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())

       end method.

       *>
       *> CancelarCita
       *>
       *> Cancela la cita indicada por parámetro, sin comprobar su
       *> versión (cancelaciones automáticas y de integraciones).
       *>
       *> Parámetros:
       *>     argumentoCita (int): ID de la cita que se desea cancelar
       *>     motivoCancelacion (str): Motivo de la cancelación
       *>
       *> Devuelve:
       *>     exito (Boolean): True en caso de ejecución correcta
       *>                      False en caso de error
       *>
       method-id CancelarCita.
       procedure division using by value argumentoCita as binary-long
                                         motivoCancelacion as string
                                   returning exito as type Boolean.

           set exito to CancelarCita(argumentoCita, motivoCancelacion, -1).

       end method.

       *>
       *> CancelarCita
       *>
       *> Cancela la cita que el usuario tiene en pantalla, siempre
       *> que nadie la haya cambiado desde que la leyó; si no, no la
       *> cancela y deja en CambiosConflicto lo que había cambiado.
       *>
       *> Parámetros:
       *>     citaLeida (Cita): Cita tal como la leyó el usuario
       *>     motivoCancelacion (str): Motivo de la cancelación
       *>
       *> Devuelve:
       *>     exito (Boolean): True si la cita se ha cancelado
       *>
       method-id CancelarCita.
       procedure division using by value citaLeida as type Cita
                                         motivoCancelacion as string
                                   returning exito as type Boolean.

           set CambiosConflicto to "".
           set exito to CancelarCita(citaLeida::id_cita, motivoCancelacion, citaLeida::version_cita).
           if copiaObsoleta
               invoke RechazarCopiaObsoleta(citaLeida, "Cancelar")
           end-if

       end method.

       *>
       *> CancelarCita
       *>
       *> 
       *> Parámetros:
       *>     cita (int): ID de la cita que se desea cancelar
       *>     motivoCancelacion (str): Motivo de la cancelación
       *>     versionLeida (int): Versión de la cita sobre la que se
       *>                         trabaja, -1 para no comprobarla
       *>
       *> Devuelve:
       *>     exito (Boolean): True en caso de ejecución correcta
       *>                      False en caso de error o de que la
       *>                      cita haya cambiado (copiaObsoleta)
       *>
       method-id CancelarCita.
       01 id_cita pic S9(9) COMP-4.
       01 motivoCancelacionSQL pic x(500).
       01 versionSQL pic S9(9) COMP-4.
       01 idMedicoHueco pic S9(9) COMP-4.
       01 fechaHuecoSQL pic x(10).
       01 horaHuecoSQL pic x(8).
       01 canceladaPrevia pic 9.
       01 modeloTransporte type CitaMe.modelo.Transporte.
       01 modeloInterprete type CitaMe.modelo.Interprete.
       procedure division using argumentoCita as binary-long
                                 motivoCancelacion as string
                                 versionLeida as binary-long
                               returning exito as type Boolean.

           set copiaObsoleta to False.
           set id_cita to argumentoCita.
           set motivoCancelacionSQL to motivoCancelacion.
           set versionSQL to versionLeida.

           *> Guardamos el hueco que va a quedar libre antes de cancelar,
           *> para poder ofrecérselo a la lista de espera (ver
            exec sql
               update citas
               set cancelada_cita = 1,
                   motivo_cancelacion_cita = :motivoCancelacionSQL,
                   version_cita = version_cita + 1
               where id_cita = :id_cita
                 and (:versionSQL < 0 or version_cita = :versionSQL)
           end-exec.

           *> Otra persona ha cambiado la cita desde que se leyó
           if SQLCODE >= 0 and versionSQL >= 0 and SQLERRD(3) = 0
               exec sql
                   rollback
               end-exec
               set copiaObsoleta to True
               set exito to False
               goback
           end-if

           exec sql
               commit
           end-exec.
                   invoke AtenderListaEspera(idMedicoHueco,
                       type DateTime::ParseExact(fechaHuecoSQL, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture),
                       type TimeSpan::Parse(horaHuecoSQL))
                   *> Si el paciente tenía transporte sanitario, se
                   *> avisa al proveedor de la anulación
                   set modeloTransporte to new CitaMe.modelo.Transporte()
                   invoke modeloTransporte::AvisarCambioCita(id_cita, True)
                   *> Y se anula el intérprete reservado
                   set modeloInterprete to new CitaMe.modelo.Interprete()
                   invoke modeloInterprete::AvisarCambioCita(id_cita, True)
               end-if
           else
               set exito to False
       end method.

       *>
       *> CancelarCitaPorPaciente
       *>
       *> Cancela una cita a petición del propio paciente (portal,
       *> reservas externas o recepción en su nombre). Además de la
       *> cancelación normal (ver CancelarCita), aplica la política de
       *> cargos de su especialidad y tipo de cita: si el aviso llega
       *> con menos antelación de la fijada se emite la factura de
       *> cargo (ver Factura::GenerarCargoPenalizacion) y queda anotada
       *> en la auditoría de la cita. Las cancelaciones hechas por la
       *> propia clínica usan CancelarCita y nunca generan cargo.
       *>
       *> Parámetros:
       *>     argumentoCita (int): ID de la cita que se desea cancelar
       *>     motivoCancelacion (str): Motivo indicado por el paciente
       *>
       *> Devuelve:
       *>     exito (Boolean): True en caso de ejecución correcta
       *>                      False en caso de error
       *>
       method-id CancelarCitaPorPaciente.
       local-storage section.
       01 idCargo binary-long.
       procedure division using by value argumentoCita as binary-long
                                         motivoCancelacion as string
                                   returning exito as type Boolean.

           set exito to CancelarCita(argumentoCita, motivoCancelacion).

           if exito
               set idCargo to modeloFactura::GenerarCargoPenalizacion(argumentoCita, "Cancelacion")
               if idCargo > 0
                   invoke RegistrarAuditoria(argumentoCita, "Cargo", type String::Concat(
                       "Cargo por cancelación tardía, factura #", idCargo::ToString()))
               end-if
           end-if.

       end method.

       *>
       *> CancelarCitaPorPaciente
       *>
       *> Igual, sobre la cita que el usuario tiene en pantalla: si
       *> alguien la ha cambiado desde que la leyó no se cancela ni,
       *> por tanto, se genera cargo (ver CancelarCita).
       *>
       *> Parámetros:
       *>     citaLeida (Cita): Cita tal como la leyó el usuario
       *>     motivoCancelacion (str): Motivo indicado por el paciente
       *>
       *> Devuelve:
       *>     exito (Boolean): True si la cita se ha cancelado
       *>
       method-id CancelarCitaPorPaciente.
       local-storage section.
       01 idCargo binary-long.
       procedure division using by value citaLeida as type Cita
                                         motivoCancelacion as string
                                   returning exito as type Boolean.

           set exito to CancelarCita(citaLeida, motivoCancelacion).

           if exito
               set idCargo to modeloFactura::GenerarCargoPenalizacion(citaLeida::id_cita, "Cancelacion")
               if idCargo > 0
                   invoke RegistrarAuditoria(citaLeida::id_cita, "Cargo", type String::Concat(
                       "Cargo por cancelación tardía, factura #", idCargo::ToString()))
               end-if
           end-if.

       end method.

       *>
       *> AnularCargoPenalizacion
       *>
       *> Condona el cargo por cancelación tardía o no presentado de una
       *> cita: la factura de cargo se anula con su rectificativa (ver
       *> Factura::RectificarFactura) o, si ya se había cobrado algo,
       *> el cobro pasa a saldo a favor del paciente (ver
       *> Anticipo::PasarFacturaACredito). La condonación y su motivo
       *> quedan en la auditoría de la cita.
       *>
       *> Parámetros:
       *>     idFactura (int): Factura de cargo a anular
       *>     motivo (str): Motivo de la condonación
       *>
       *> Devuelve:
       *>     Boolean: True si el cargo quedó anulado, False si la
       *>              factura no es un cargo, ya estaba anulado o hubo
       *>              un error
       *>
       method-id AnularCargoPenalizacion.
       local-storage section.
       01 idFacturaSQL pic S9(9) COMP-4.
       01 id_cita pic S9(9) COMP-4.
       01 tipoCargo pic x(15).
       01 totalCobrado pic S9(9) COMP-4.
       01 motivoRectificacion string.
       01 modeloAnticipo type CitaMe.modelo.Anticipo.
       procedure division using by value idFactura as binary-long
                                         motivo as string
                                   returning exito as type Boolean.

           set exito to False.
           set idFacturaSQL to idFactura.

           exec sql
               select f.cita_factura, f.cargo_factura,
                      (select coalesce(sum(p.importe_pago), 0) from pagos_facturas as p
                       where p.factura_pago = f.id_factura)
               into :id_cita, :tipoCargo, :totalCobrado
               from facturas as f
               where f.id_factura = :idFacturaSQL
                 and f.cargo_factura in ('Cancelacion', 'NoPresentado')
           end-exec.

           if not SQLCODE = 0
               goback
           end-if

           set motivoRectificacion to type String::Concat("Cargo anulado: ", motivo).

           if totalCobrado > 0
               set modeloAnticipo to new CitaMe.modelo.Anticipo()
               set exito to modeloAnticipo::PasarFacturaACredito(idFactura, motivoRectificacion)
           else
               set exito to modeloFactura::RectificarFactura(idFactura, motivoRectificacion)
           end-if

           if exito
               invoke RegistrarAuditoria(id_cita, "Cargo anulado", type String::Concat(
                   "Factura #", idFactura::ToString(), " (", (tipoCargo as string)::Trim(), "): ", motivo))
           end-if.

       end method.

       *>
       *> PasarCitaAPrivado
       *>
       *> Pasa una cita de un paciente cubierto por mutua a tarifa
       *> privada (privada_cita), normalmente porque la aseguradora ha
       *> rechazado la cobertura en la comprobación previa (ver
       *> ElegibilidadMutua): su factura se emitirá al paciente con la
       *> tarifa general (ver Factura::GenerarFacturaCita). El cambio
       *> queda en la auditoría de la cita.
       *>
       *> Parámetros:
       *>     argumentoCita (int): ID de la cita
       *>     motivo (str): Motivo del cambio
       *>
       *> Devuelve:
       *>     exito (Boolean): True en caso de ejecución correcta
       *>                      False en caso de error
       *>
       method-id PasarCitaAPrivado.
       local-storage section.
       01 id_cita pic S9(9) COMP-4.
       procedure division using by value argumentoCita as binary-long
                                         motivo as string
                                   returning exito as type Boolean.

           set id_cita to argumentoCita.

           exec sql
               update citas
               set privada_cita = 1
               where id_cita = :id_cita
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("Cita::PasarCitaAPrivado", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               set exito to False
               goback
           end-if

           exec sql
               commit
           end-exec.

           if SQLCODE = 0
               set exito to True
               invoke RegistrarAuditoria(id_cita, "Tarifa privada", motivo)
           else
               set exito to False
               invoke modeloErrores::RegistrarError("Cita::PasarCitaAPrivado", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
           end-if.

       end method.

       *>
       *> CancelarCitasMedico
       *>
       *> Cancela en bloque todas las citas futuras y no canceladas de un
       *> médico, con el mismo motivo para todas. Se usa cuando el médico
       *> es dado de baja (desactivado) y no puede seguir atendiéndolas.
       *>
       *> Parámetros:
       *>     argumentoIdMedico (int): ID del médico dado de baja
       *>     motivoCancelacion (str): Motivo a registrar en cada cita
       *>
       *> Devuelve:
       *>     canceladas (int): Número de citas canceladas
       *>
       method-id CancelarCitasMedico.
       local-storage section.
       01 id_medico pic S9(9) COMP-4.
       01 motivoCancelacionSQL pic x(500).
       01 hoySQL pic x(10).
       01 id_cita pic S9(9) COMP-4.
       01 idsCitas List[binary-long].
       procedure division using argumentoIdMedico as binary-short
                                 motivoCancelacion as string
                               returning canceladas as binary-long.

           set id_medico to argumentoIdMedico.
           set motivoCancelacionSQL to motivoCancelacion.
           exec sql
               update citas
               set cancelada_cita = 1,
                   motivo_cancelacion_cita = :motivoCancelacionSQL,
                   version_cita = version_cita + 1
               where medico_cita = :id_medico
                 and cancelada_cita = 0
                 and fecha_cita >= :hoySQL
       *>     citaActual (Cita): Cita a reprogramar
       *>     horario (str): Horario de preferencia (Mananas/Tardes/Indiferente)
       *>
       *> Si la cita trae versión (leída de una lista de trabajo) y
       *> alguien la ha cambiado desde entonces, no se reprograma y se
       *> deja en CambiosConflicto lo que había cambiado.
       *>
       *> Devuelve:
       *>     Boolean: True si se ha encontrado hueco y se ha reprogramado
       *>              False si no hay hueco disponible o la cita ha
       *>              cambiado
       *>
       method-id Reprogramar.
       local-storage section.
                                         horario as string
                                         returning exito as type Boolean.

           set CambiosConflicto to "".
           if citaActual::version_cita >= 0
               if not DevuelveVersionCita(citaActual::id_cita) = citaActual::version_cita
                   invoke RechazarCopiaObsoleta(citaActual, "Reprogramar")
                   set exito to False
                   goback
               end-if
           end-if

           set medicoActual to modeloMedico::DevuelveMedico(citaActual::medico_cita).
           set especialistas to new List[type Medico].
           invoke especialistas::Add(medicoActual).
           end-if

           set horaCita to resultados[0] as type TimeSpan.
           set exito to ReprogramarCita(citaActual::id_cita, citaActual::medico_cita, fecha, horaCita, citaActual::version_cita).
           if copiaObsoleta
               invoke RechazarCopiaObsoleta(citaActual, "Reprogramar")
           end-if

           *> Reflejamos el nuevo hueco en el propio objeto recibido,
           *> para que el llamador (p.ej. BumpearCitaRutina, para avisar
           if exito
               set citaActual::fecha_cita to fecha
               set citaActual::hora_cita to horaCita
               if citaActual::version_cita >= 0
                   set citaActual::version_cita to citaActual::version_cita + 1
               end-if
           end-if

       end method.
       *> ReprogramarCita
       *>
       *> Cambia la fecha y hora de una cita existente a un nuevo hueco,
       *> sin comprobar su versión (replanificaciones automáticas).
       *>
       *> Parámetros:
       *>     cita (int): ID de la cita a reprogramar
       *>                      False si no hay hueco en esa fecha/hora o hay un error
       *>
       method-id ReprogramarCita.
       procedure division using by value argumentoCita as binary-long
                                         id_medico as binary-short
                                         fecha as type DateTime
                                         hora as type TimeSpan
                                   returning exito as type Boolean.

           set exito to ReprogramarCita(argumentoCita, id_medico, fecha, hora, -1).

       end method.

       *>
       *> ReprogramarCita
       *>
       *> Cambia la fecha y hora de una cita existente a un nuevo hueco,
       *> en vez de obligar a cancelarla y crear una cita nueva.
       *>
       *> Parámetros:
       *>     cita (int): ID de la cita a reprogramar
       *>     id_medico (int): ID del médico de la cita (para comprobar el hueco)
       *>     fecha (DateTime): Nueva fecha de la cita
       *>     hora (TimeSpan): Nueva hora de la cita
       *>     versionLeida (int): Versión de la cita sobre la que se
       *>                         trabaja, -1 para no comprobarla
       *>
       *> Devuelve:
       *>     exito (Boolean): True en caso de ejecución correcta
       *>                      False si no hay hueco en esa fecha/hora, hay
       *>                      un error o la cita ha cambiado (copiaObsoleta)
       *>
       method-id ReprogramarCita.
       local-storage section.
       01 id_cita pic S9(9) COMP-4.
       01 versionSQL pic S9(9) COMP-4.
       01 fechaSQL pic x(10).
       01 horaSQL pic x(8).
       01 fechaAnteriorSQL pic x(10).
       01 horaAnteriorSQL pic x(8).
       01 medicoActual type Medico.
       01 duracionMinutos binary-short.
       01 modeloRuta type CitaMe.modelo.RutaAsistencial.
       01 modeloTransporte type CitaMe.modelo.Transporte.
       01 modeloInterprete type CitaMe.modelo.Interprete.
       procedure division using argumentoCita as binary-long
                                 id_medico as binary-short
                                 fecha as type DateTime
                                 hora as type TimeSpan
                                 versionLeida as binary-long
                               returning exito as type Boolean.

           set copiaObsoleta to False.
           set id_cita to argumentoCita.
           set versionSQL to versionLeida.
           set medicoActual to modeloMedico::DevuelveMedico(id_medico).
           set duracionMinutos to modeloMedico::DevuelveDuracionEspecialidad(medicoActual::especialidad).

           exec sql
               update citas
               set fecha_cita = :fechaSQL,
                   hora_cita = :horaSQL,
                   version_cita = version_cita + 1
               where id_cita = :id_cita
                 and (:versionSQL < 0 or version_cita = :versionSQL)
           end-exec.

           *> Otra persona ha cambiado la cita desde que se leyó
           if SQLCODE >= 0 and versionSQL >= 0 and SQLERRD(3) = 0
               exec sql
                   rollback
               end-exec
               set copiaObsoleta to True
               set exito to False
               goback
           end-if

           exec sql
               commit
           end-exec.
               *> nuevo se ocupa y el anterior vuelve a estar libre
               invoke modeloDisponibilidad::OcuparHueco(id_medico, (fechaSQL as type System.String)::Trim(), (horaSQL as type System.String)::Trim())
               invoke modeloDisponibilidad::LiberarHueco(id_medico, (fechaAnteriorSQL as type System.String)::Trim(), (horaAnteriorSQL as type System.String)::Trim())
               *> Si la cita es un paso de una ruta asistencial, los
               *> pasos que dependen de ella se replanifican
               set modeloRuta to new CitaMe.modelo.RutaAsistencial()
               invoke modeloRuta::ReplanificarDesdeCita(id_cita)
               *> El transporte sanitario de la cita pasa a la nueva
               *> fecha y se avisa al proveedor del cambio
               set modeloTransporte to new CitaMe.modelo.Transporte()
               invoke modeloTransporte::AvisarCambioCita(id_cita, False)
               *> Y el intérprete se vuelve a reservar para la nueva hora
               set modeloInterprete to new CitaMe.modelo.Interprete()
               invoke modeloInterprete::AvisarCambioCita(id_cita, False)
           else
               set exito to False
           end-if.
       01 idMedicoHueco pic S9(9) COMP-4.
       01 fechaHuecoSQL pic x(10).
       01 horaHuecoSQL pic x(8).
       01 idCargo binary-long.
       procedure division using argumentoCita as binary-long
                               returning exito as type Boolean.


           exec sql
               update citas
               set no_presentado_cita = 1,
                   version_cita = version_cita + 1
               where id_cita = :id_cita
           end-exec.

           if SQLCODE = 0
               set exito to True
               invoke RegistrarAuditoria(id_cita, "No presentado", "Paciente no presentado")
               *> Cargo por no presentarse según la política de la
               *> especialidad y tipo de cita (ver
               *> Factura::GenerarCargoPenalizacion)
               set idCargo to modeloFactura::GenerarCargoPenalizacion(id_cita, "NoPresentado")
               if idCargo > 0
                   invoke RegistrarAuditoria(id_cita, "Cargo", type String::Concat(
                       "Cargo por no presentado, factura #", idCargo::ToString()))
               end-if
               *> Si el hueco todavía no ha pasado (p.ej. un no presentado
               *> marcado nada más empezar la hora), se ofrece a la lista
               *> de espera; AtenderListaEspera descarta los huecos pasados
       *> RegistrarLlegada
       *>
       *> Autocheck-in del paciente: registra la hora de llegada de la
       *> cita indicada, sin comprobar su versión.
       *>
       *> Parámetros:
       *>     cita (int): ID de la cita a marcar como llegada
       *>                      False en caso de error
       *>
       method-id RegistrarLlegada.
       procedure division using by value argumentoCita as binary-long
                               returning exito as type Boolean.

           set exito to RegistrarLlegada(argumentoCita, -1).

       end method.

       *>
       *> RegistrarLlegada
       *>
       *> Registra la llegada de la cita que el usuario tiene en
       *> pantalla, siempre que nadie la haya cambiado desde que la
       *> leyó; si no, deja en CambiosConflicto lo que había cambiado.
       *>
       *> Parámetros:
       *>     citaLeida (Cita): Cita tal como la leyó el usuario
       *>
       *> Devuelve:
       *>     exito (Boolean): True si se ha registrado la llegada
       *>
       method-id RegistrarLlegada.
       procedure division using by value citaLeida as type Cita
                               returning exito as type Boolean.

           set CambiosConflicto to "".
           set exito to RegistrarLlegada(citaLeida::id_cita, citaLeida::version_cita).
           if copiaObsoleta
               invoke RechazarCopiaObsoleta(citaLeida, "Registrar llegada")
           end-if

       end method.

       *>
       *> RegistrarLlegada
       *>
       *> Autocheck-in del paciente: registra la hora de llegada de la
       *> cita indicada para que aparezca en el panel de sala de espera.
       *>
       *> Parámetros:
       *>     cita (int): ID de la cita a marcar como llegada
       *>     versionLeida (int): Versión de la cita sobre la que se
       *>                         trabaja, -1 para no comprobarla
       *>
       *> Devuelve:
       *>     exito (Boolean): True en caso de ejecución correcta
       *>                      False en caso de error o de que la
       *>                      cita haya cambiado (copiaObsoleta)
       *>
       method-id RegistrarLlegada.
       local-storage section.
       01 id_cita pic S9(9) COMP-4.
       01 llegadaSQL pic x(19).
       01 hoySQL pic x(10).
       01 versionSQL pic S9(9) COMP-4.
       procedure division using by value argumentoCita as binary-long
                                         versionLeida as binary-long
                               returning exito as type Boolean.

           set copiaObsoleta to False.
           set id_cita to argumentoCita.
           set versionSQL to versionLeida.
           set llegadaSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").
           set hoySQL to type DateTime::Now::ToString("yyyy-MM-dd").

                           from citas as c2
                           where c2.fecha_cita = :hoySQL
                       ) as t
                   ),
                   version_cita = version_cita + 1
               where id_cita = :id_cita
                 and (:versionSQL < 0 or version_cita = :versionSQL)
           end-exec.

           *> Otra persona ha cambiado la cita desde que se leyó
           if SQLCODE >= 0 and versionSQL >= 0 and SQLERRD(3) = 0
               exec sql
                   rollback
               end-exec
               set copiaObsoleta to True
               set exito to False
               goback
           end-if

           exec sql
               commit
           end-exec.

           if SQLCODE = 0
               set exito to True
               *> Con la llegada se comprueba si el paciente debe ir a
               *> la sala de espera de aislamiento
               invoke EvaluarAislamiento(argumentoCita)
           else
               set exito to False
           end-if.
       end method.

       *>
       *> DevuelveVersionCita
       *>
       *> Versión guardada de la cita (version_cita).
       *>
       *> Parámetros:
       *>     idCita (int): Cita
       *>
       *> Devuelve:
       *>     int: versión de la cita, -1 si ya no está en la agenda
       *>
       method-id DevuelveVersionCita.
       local-storage section.
       01 idCitaSQL pic S9(9) COMP-4.
       01 versionSQL pic S9(9) COMP-4.
       procedure division using by value idCita as binary-long
                                   returning versionCita as binary-long.

           set versionCita to -1.
           set idCitaSQL to idCita.

           exec sql
               select c.version_cita into :versionSQL
               from citas as c
               where c.id_cita = :idCitaSQL
           end-exec.

           if SQLCODE = 0
               set versionCita to versionSQL
           end-if.

       end method.

       *>
       *> RechazarCopiaObsoleta
       *>
       *> Se ha intentado cambiar una cita que otra persona había
       *> cambiado desde que el usuario la leyó: deja en
       *> CambiosConflicto qué ha cambiado respecto a la copia del
       *> usuario, para que lo vea y rehaga el cambio, y anota el
       *> rechazo (ver ConflictoEdicion).
       *>
       *> Parámetros:
       *>     citaLeida (Cita): Cita tal como la leyó el usuario
       *>     operacion (str): Operación rechazada
       *>
       method-id RechazarCopiaObsoleta private.
       local-storage section.
       01 idCitaSQL pic S9(9) COMP-4.
       01 medicoSQL pic S9(9) COMP-4.
       01 fechaSQL pic x(10).
       01 horaSQL pic x(8).
       01 canceladaSQL pic 9.
       01 motivoCancelacionSQL pic x(500).
       01 noPresentadoSQL pic 9.
       01 llegadaSQL pic x(19).
       01 diagnosticoSQL pic 9.
       01 versionSQL pic S9(9) COMP-4.
       01 medicoNuevo type Medico.
       01 cambios type System.Text.StringBuilder.
       01 modeloConflicto type CitaMe.modelo.ConflictoEdicion.
       procedure division using by value citaLeida as type Cita
                                         operacion as string.

           set idCitaSQL to citaLeida::id_cita.
           set cambios to new System.Text.StringBuilder().

           exec sql
               select c.medico_cita, c.fecha_cita, c.hora_cita, c.cancelada_cita,
                      coalesce(c.motivo_cancelacion_cita, ''), c.no_presentado_cita,
                      coalesce(c.llegada_cita, ''),
                      case when c.diagnostico_cita is null then 0 else 1 end,
                      c.version_cita
               into :medicoSQL, :fechaSQL, :horaSQL, :canceladaSQL,
                    :motivoCancelacionSQL, :noPresentadoSQL, :llegadaSQL,
                    :diagnosticoSQL, :versionSQL
               from citas as c
               where c.id_cita = :idCitaSQL
           end-exec.

           if not SQLCODE = 0
               set versionSQL to -1
               invoke cambios::AppendLine("La cita ya no está en la agenda (archivada o eliminada).")
           else
               if not (fechaSQL as string)::Trim()::Equals(citaLeida::fecha_cita::ToString("yyyy-MM-dd"))
                  or not (horaSQL as string)::Trim()::Equals(citaLeida::hora_cita::ToString("hh\:mm\:ss"))
                   invoke cambios::AppendLine(type String::Concat("Reprogramada: del ",
                       citaLeida::fecha_cita::ToString("dd/MM/yyyy"), " ", citaLeida::hora_cita::ToString("hh\:mm"), " al ",
                       type DateTime::ParseExact(fechaSQL, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture)::ToString("dd/MM/yyyy"),
                       " ", (horaSQL as string)::Substring(0, 5)))
               end-if
               if not medicoSQL = citaLeida::medico_cita
                   set medicoNuevo to modeloMedico::DevuelveMedico(medicoSQL)
                   if medicoNuevo = null
                       invoke cambios::AppendLine(type String::Concat("Cambio de médico: ahora el médico nº ", medicoSQL::ToString()))
                   else
                       invoke cambios::AppendLine(type String::Concat("Cambio de médico: ahora ",
                           medicoNuevo::usuario::nombre_real_usr, " ", medicoNuevo::usuario::apellidos_usr))
                   end-if
               end-if
               if canceladaSQL = 1 and not citaLeida::cancelada_cita = 1
                   invoke cambios::AppendLine(type String::Concat("Cancelada: ", (motivoCancelacionSQL as string)::Trim()))
               end-if
               if noPresentadoSQL = 1 and not citaLeida::no_presentado_cita = 1
                   invoke cambios::AppendLine("Marcada como no presentado.")
               end-if
               if not (llegadaSQL as string)::Trim()::Equals("")
                  and (citaLeida::llegada_cita = null or citaLeida::llegada_cita::Trim()::Equals(""))
                   invoke cambios::AppendLine(type String::Concat("Llegada registrada: ", (llegadaSQL as string)::Trim()))
               end-if
               if diagnosticoSQL = 1
                  and (citaLeida::diagnostico_cita = null or citaLeida::diagnostico_cita::Trim()::Equals(""))
                   invoke cambios::AppendLine("Diagnóstico registrado: la cita ya está atendida.")
               end-if
               if cambios::Length = 0
                   invoke cambios::AppendLine("Otros datos de la cita han cambiado.")
               end-if
           end-if

           set CambiosConflicto to cambios::ToString()::Trim().

           set modeloConflicto to new CitaMe.modelo.ConflictoEdicion().
           invoke modeloConflicto::Registrar("citas", citaLeida::id_cita, operacion,
               citaLeida::version_cita, versionSQL, CambiosConflicto).

       end method.

       *>
       *> MarcarAislamiento
       *>
       *> Marca una cita con precauciones de aislamiento y, si su sala
       *> no es de aislamiento, le asigna una sala designada libre a
       *> la misma fecha y hora (ver Sala::DevuelveSalaAislamiento).
       *> Sin sala de aislamiento libre la cita conserva la suya y el
       *> mostrador lo gestiona a mano.
       *>
       *> Parámetros:
       *>     idCita (int): Cita a marcar
       *>     motivo (str): Origen de la marca (triaje, vigilancia,
       *>                   manual...)
       *>
       *> Devuelve:
       *>     str: sala asignada a la cita ("" si no tiene ninguna),
       *>          null si hubo un error de base de datos y la cita no
       *>          ha quedado marcada
       *>
       method-id MarcarAislamiento.
       local-storage section.
       01 idCitaSQL pic S9(9) COMP-4.
       01 motivoSQL pic x(255).
       01 fechaSQL pic x(10).
       01 horaSQL pic x(8).
       01 salaSQL pic x(25).
       01 esAislamiento pic 9.
       01 salaNueva string.
       procedure division using by value idCita as binary-long
                                         motivo as string
                                   returning salaAsignada as string.

           set salaAsignada to "".
           set idCitaSQL to idCita.
           set motivoSQL to motivo::Trim().

           exec sql
               update citas
               set aislamiento_cita = 1,
                   motivo_aislamiento_cita = :motivoSQL
               where id_cita = :idCitaSQL
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("Cita::MarcarAislamiento", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               set salaAsignada to null
               goback
           end-if

           exec sql
               select c.fecha_cita, c.hora_cita, coalesce(c.sala_cita, ''),
                      coalesce(s.aislamiento_sala, 0)
               into :fechaSQL, :horaSQL, :salaSQL, :esAislamiento
               from citas as c
               left join salas as s on (c.sala_cita = s.nombre_sala)
               where c.id_cita = :idCitaSQL
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("Cita::MarcarAislamiento", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               set salaAsignada to null
               goback
           end-if

           if SQLCODE = 0
               set salaAsignada to (salaSQL as string)::Trim()
               if not esAislamiento = 1
                   set salaNueva to modeloSala::DevuelveSalaAislamiento((fechaSQL as string)::Trim(), (horaSQL as string)::Trim())
                   if not salaNueva::Equals("")
                       set salaSQL to salaNueva
                       exec sql
                           update citas set sala_cita = :salaSQL where id_cita = :idCitaSQL
                       end-exec
                       if SQLCODE < 0
                           invoke modeloErrores::RegistrarError("Cita::MarcarAislamiento", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
                           exec sql
                               rollback
                           end-exec
                           set salaAsignada to null
                           goback
                       end-if
                       set salaAsignada to salaNueva
                   end-if
               end-if
           end-if

           *> La marca y el cambio de sala se guardan juntos
           exec sql
               commit
           end-exec.

       end method.

       *>
       *> EvaluarAislamiento
       *>
       *> Decide en el check-in si el paciente de una cita requiere
       *> precauciones de aislamiento, y en ese caso marca la cita (ver
       *> MarcarAislamiento). Se aíslan las citas ya marcadas a mano,
       *> las que respondieron "sí" en el triaje a una pregunta de
       *> enfermedad transmisible (preguntas_triaje.transmisible_pregunta)
       *> y las de pacientes con un diagnóstico de los últimos
       *> DIAS_DIAGNOSTICO_AISLAMIENTO días de un grupo CIE-10 con
       *> alerta de vigilancia epidemiológica reciente (ver
       *> VigilanciaEpidemiologica).
       *>
       *> Parámetros:
       *>     idCita (int): Cita que llega
       *>
       *> Devuelve:
       *>     str: "motivo|sala" si requiere aislamiento, "" si no
       *>
       method-id EvaluarAislamiento.
       local-storage section.
       01 idCitaSQL pic S9(9) COMP-4.
       01 aislamiento pic 9.
       01 motivoSQL pic x(255).
       01 salaSQL pic x(25).
       01 idPacienteSQL pic S9(9) COMP-4.
       01 textoPregunta pic x(255).
       01 grupo pic x(3).
       01 desdeDiagnosticoSQL pic x(10).
       01 desdeAlertaSQL pic x(10).
       01 motivo string.
       01 sala string.
       procedure division using by value idCita as binary-long
                                   returning resultado as string.

           set resultado to "".
           set motivo to "".
           set idCitaSQL to idCita.

           exec sql
               select coalesce(c.aislamiento_cita, 0), coalesce(c.motivo_aislamiento_cita, ''),
                      coalesce(c.sala_cita, ''), c.paciente_cita
               into :aislamiento, :motivoSQL, :salaSQL, :idPacienteSQL
               from citas as c
               where c.id_cita = :idCitaSQL
           end-exec.

           if not SQLCODE = 0
               goback
           end-if

           if aislamiento = 1
               set resultado to type String::Concat((motivoSQL as string)::Trim(), "|", (salaSQL as string)::Trim())
               goback
           end-if

           *> Triaje: pregunta de enfermedad transmisible respondida
           exec sql
               select p.texto_pregunta into :textoPregunta
               from respuestas_triaje as r
               inner join preguntas_triaje as p on (r.pregunta_triaje = p.id_pregunta)
               where r.cita_triaje = :idCitaSQL
                 and r.respuesta_triaje = 1
                 and coalesce(p.transmisible_pregunta, 0) = 1
               limit 1
           end-exec.

           if SQLCODE = 0
               set motivo to type String::Concat("Triaje: ", (textoPregunta as string)::Trim())
           else
               *> Vigilancia: diagnóstico reciente de un grupo en alerta
               set desdeDiagnosticoSQL to type DateTime::Now::AddDays(- DIAS_DIAGNOSTICO_AISLAMIENTO)::ToString("yyyy-MM-dd")
               set desdeAlertaSQL to type DateTime::Now::AddDays(-7)::ToString("yyyy-MM-dd")
               exec sql
                   select substring(d.codigo_diagnostico, 1, 3) into :grupo
                   from cita_diagnosticos as d
                   inner join (
                       select c.id_cita, c.paciente_cita, c.fecha_cita from citas as c
                       union all
                       select h.id_cita, h.paciente_cita, h.fecha_cita from citas_historico as h
                   ) as t on (d.cita_diagnostico = t.id_cita)
                   where t.paciente_cita = :idPacienteSQL
                     and t.fecha_cita >= :desdeDiagnosticoSQL
                     and substring(d.codigo_diagnostico, 1, 3) in (
                         select a.codigo_alerta from vigilancia_alertas as a
                         where a.fecha_alerta >= :desdeAlertaSQL
                     )
                   limit 1
               end-exec
               if SQLCODE = 0
                   set motivo to type String::Concat("Vigilancia: grupo ", (grupo as string)::Trim())
               end-if
           end-if

           if motivo::Equals("")
               goback
           end-if

           set sala to MarcarAislamiento(idCita, motivo).
           set resultado to type String::Concat(motivo, "|", sala).

       end method.

       *>
       *> RegistrarWalkIn
       *>
       *> Registra a un paciente que se presenta en el mostrador sin
       *> cita: entra directamente en la cola del día del médico
       *> indicado, con su motivo y su nivel de triaje, y recibe su
       *> número de turno igual que un citado que hace check-in (ver
       *> RegistrarLlegada). La entrada queda marcada como walk-in
       *> (walkin_cita = 1) para contarse aparte de las citas
       *> programadas, en vez de falsear una cita de emergencia que
       *> ocupe agenda y contamine las estadísticas. LlamarSiguiente
       *> la intercala con los citados por triaje y orden de llegada.
       *>
       *> Fuera de horario (ver modelo Guardia), un walk-in crítico o
       *> urgente entra en la cola del médico de guardia del centro
       *> del médico indicado, en vez de en la de este.
       *>
       *> Parámetros:
       *>     idPaciente (int): Paciente que llega sin cita
       *>     idMedico (int): Médico que le atenderá
       *>     motivo (str): Motivo de la visita
       *>     triaje (int): Nivel de triaje (1 = crítico, 2 = urgente,
       *>                   3 = normal)
       *>
       *> Devuelve:
       *>     Cita: la entrada registrada con su turno asignado, o
       *>           null en caso de error
       *>
       method-id RegistrarWalkIn.
       local-storage section.
       01 idMedicoSQL pic S9(9) COMP-4.
       01 idPacienteSQL pic S9(9) COMP-4.
       01 motivoSQL pic x(1000).
       01 fechaSQL pic x(10).
       01 horaSQL pic x(8).
       01 triajeSQL pic S9(4) COMP-4.
       01 salaAsignada string.
       01 salaSQL pic x(25).
       01 fechaCreacionSQL pic x(19).
       01 idCitaNueva pic S9(9) COMP-4.
       01 turno pic S9(9) COMP-4.
       01 medicoCita type Medico.
       01 modeloGuardia type CitaMe.modelo.Guardia.
       01 medicoGuardia binary-long.
       01 medicoAtiende binary-short.
       procedure division using by value idPaciente as binary-short
                                         idMedico as binary-short
                                         motivo as string
                                         triaje as binary-short
                                   returning cita as type Cita.

           set cita to null.

           *> Urgencias fuera de horario: a la cola del médico de guardia
           set medicoAtiende to idMedico.
           if triaje <= 2
               set modeloGuardia to new CitaMe.modelo.Guardia()
               set medicoGuardia to modeloGuardia::DevuelveMedicoDeGuardia(
                   modeloMedico::DevuelveCentro(idMedico), type DateTime::Now)
               if medicoGuardia > 0
                   set medicoAtiende to medicoGuardia
               end-if
           end-if

           set idMedicoSQL to medicoAtiende.
           set idPacienteSQL to idPaciente.
           set motivoSQL to motivo.
           set fechaSQL to type DateTime::Now::ToString("yyyy-MM-dd").
           set horaSQL to type DateTime::Now::ToString("HH:mm:ss").
           set fechaCreacionSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").
           set triajeSQL to triaje.

           *> La consulta del walk-in se atiende en una sala apta para
           *> la especialidad del médico, igual que una cita normal
           set medicoCita to modeloMedico::DevuelveMedico(medicoAtiende).
           if medicoCita = null
               set salaAsignada to modeloSala::DevuelveSalaLibre(fechaSQL, horaSQL)
           else
           end-exec.

           invoke RegistrarAuditoria(idCitaNueva, "Creada",
               type String::Concat("Walk-in - Médico: ", medicoAtiende::ToString(),
                   " - Triaje: ", triaje::ToString())).

           *> La llegada y el turno se emiten con el mismo circuito que

           set cita to new Cita().
           set cita::id_cita to idCitaNueva.
           set cita::medico_cita to medicoAtiende.
           set cita::paciente_cita to idPaciente.
           set cita::motivo_cita to motivo.
           set cita::sala_cita to salaAsignada.
       01 turno pic S9(9) COMP-4.
       01 sala pic x(25).
       01 salaStr string.
       01 modeloAlertaEspera type CitaMe.modelo.AlertaEspera.
       procedure division using by value id_medico as binary-short
                                   returning cita as type Cita.

               commit
           end-exec.

           *> La llamada cierra los avisos de espera de la cita
           set modeloAlertaEspera to new CitaMe.modelo.AlertaEspera().
           invoke modeloAlertaEspera::RegistrarReaccion(id_cita).

           set cita to new Cita().
           set cita::id_cita to id_cita.
           set cita::medico_cita to id_medico.
               update citas
               set llegada_cita = null,
                   turno_cita = null,
                   llamada_cita = null,
                   version_cita = version_cita + 1
               where id_cita = :id_cita
           end-exec.

       local-storage section.
       01 id_cita pic S9(9) COMP-4.
       01 ahoraSQL pic x(19).
       01 modeloAlertaEspera type CitaMe.modelo.AlertaEspera.
       procedure division using by value argumentoCita as binary-long
                                   returning exito as type Boolean.

               set exito to False
           end-if.

           *> Si el médico abre la consulta sin pasar por la llamada,
           *> también cuenta como reacción a los avisos de espera
           set modeloAlertaEspera to new CitaMe.modelo.AlertaEspera().
           invoke modeloAlertaEspera::RegistrarReaccion(id_cita).

       end method.

       *>
       *> RegistrarFinConsulta
       *>
       *> Registra el momento real en que el médico cierra la consulta
       *> de una cita (al cerrar el diagnóstico en IniciarCita). Si la
       *> cita era de aislamiento, su sala pasa a limpieza.
       *>
       *> Parámetros:
       *>     cita (int): ID de la cita cuya consulta termina
       local-storage section.
       01 id_cita pic S9(9) COMP-4.
       01 ahoraSQL pic x(19).
       01 cerradaAhora type Boolean.
       01 aislamiento pic 9.
       01 salaSQL pic x(25).
       procedure division using by value argumentoCita as binary-long
                                   returning exito as type Boolean.

           set id_cita to argumentoCita.
           set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           *> Solo el primer cierre cuenta: el fin de consulta no se
           *> mueve una vez registrado
           exec sql
               update citas
               set fin_consulta_cita = :ahoraSQL
               where id_cita = :id_cita
                 and fin_consulta_cita is null
           end-exec.

           if SQLCODE >= 0 and SQLERRD(3) > 0
               set cerradaAhora to True
           else
               set cerradaAhora to False
           end-if

           exec sql
               commit
           end-exec.
               set exito to False
           end-if.

           *> Tras una consulta de aislamiento la sala queda bloqueada
           *> el tiempo de limpieza (ver Sala::BloquearLimpieza)
           if cerradaAhora
               exec sql
                   select coalesce(c.aislamiento_cita, 0), coalesce(c.sala_cita, '')
                   into :aislamiento, :salaSQL
                   from citas as c
                   where c.id_cita = :id_cita
               end-exec
               if SQLCODE = 0 and aislamiento = 1
                   and not (salaSQL as string)::Trim()::Equals("")
                   invoke modeloSala::BloquearLimpieza((salaSQL as string)::Trim(), argumentoCita)
               end-if
           end-if.

       end method.

       *>
       *> ConsultaCerrada
       *>
       *> Indica si la consulta de una cita está cerrada y su
       *> documentación clínica (notas, diagnóstico y códigos CIE-10)
       *> es ya de solo lectura: se cerró con RegistrarFinConsulta o
       *> el cierre de jornada la marcó como no presentada. Las citas
       *> que el cierre de jornada deja pendientes de cierre siguen
       *> abiertas hasta que el médico las completa. Las correcciones
       *> posteriores se añaden como adendas (ver modelo
       *> AdendaClinica).
       *>
       *> Parámetros:
       *>     argumentoCita (int): ID de la cita a consultar
       *>
       *> Devuelve:
       *>     cerrada (Boolean): True si la consulta está cerrada
       *>
       method-id ConsultaCerrada.
       local-storage section.
       01 id_cita pic S9(9) COMP-4.
       01 cerradas pic S9(9) COMP-4.
       procedure division using by value argumentoCita as binary-long
                                   returning cerrada as type Boolean.

           set id_cita to argumentoCita.
           set cerradas to 0.

           exec sql
               select count(*) into :cerradas
               from citas as c
               where c.id_cita = :id_cita
                 and (c.fin_consulta_cita is not null
                      or c.no_presentado_cita = 1)
           end-exec.

           if SQLCODE = 0 and cerradas > 0
               set cerrada to True
           else
               set cerrada to False
           end-if.

       end method.

       *>
       *> DevuelveSalaEspera
       *>
       *> Panel de sala de espera: citas de hoy cuyo paciente ya ha
       *> confirmado su llegada, ordenadas por orden de llegada, con la
       *> marca de aislamiento de las que esperan en la sala separada
       *> y el aviso de espera excesiva de las que siguen sin llamar.
       *>
       *> Devuelve:
       *>     citas (List[Cita]): citas presentes en sala de espera
       01 horaSQL pic x(8).
       01 llegadaSQL pic x(19).
       01 llegadaStr string.
       01 aislamiento pic 9.
       01 modeloAlertaEspera type CitaMe.modelo.AlertaEspera.

       procedure division returning citas as List[type Cita].

           set citas to new List[type Cita]().
           set modeloAlertaEspera to new CitaMe.modelo.AlertaEspera().
           set hoySQL to type DateTime::Now::ToString("yyyy-MM-dd").

           exec sql
               declare salaEsperaTbl cursor for
                   select c.id_cita, c.medico_cita, c.paciente_cita, c.motivo_cita,
                          c.hora_cita, c.llegada_cita, coalesce(c.aislamiento_cita, 0)
                   from citas as c
                   where c.fecha_cita = :hoySQL
                     and c.cancelada_cita = 0
               open salaEsperaTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100

               exec sql
                   fetch salaEsperaTbl into
                   :id_cita, :id_medico, :paciente, :motivo, :horaSQL, :llegadaSQL, :aislamiento
               end-exec

               if SQLCODE = 0
                   set citaActual to new Cita()
                   set citaActual::id_cita to id_cita
                   set citaActual::medico_cita to id_medico
                   set citaActual::paciente_cita to paciente
                   set motivoStr to motivo as string
                   set citaActual::motivo_cita to motivoStr::Trim()
                   set citaActual::hora_cita to type TimeSpan::Parse(horaSQL)
                   set llegadaStr to llegadaSQL as string
                   set citaActual::llegada_cita to llegadaStr::Trim()
                   set citaActual::aislamiento_cita to aislamiento
                   set citaActual::medico to modeloMedico::DevuelveMedico(id_medico)
                   set citaActual::paciente to modeloPaciente::DevuelvePaciente(paciente)

                   invoke citas::Add(citaActual)
               end-if

           end-perform.

           exec sql
               close salaEsperaTbl
           end-exec.

           *> Los avisos se evalúan con el cursor ya cerrado, porque
           *> anotarlos hace commit
           perform varying citaEspera as type Cita through citas
               set citaEspera::alerta_espera_cita to modeloAlertaEspera::EvaluarEspera(citaEspera::id_cita)
           end-perform.

       end method.
       *> Igual que DevuelveSalaEspera pero restringido a las citas de
       *> hoy de un único médico, para que Medico.xaml pueda llamar a
       *> los pacientes en el mismo orden de llegada que ve el panel
       *> de sala de espera del administrador, con el mismo aviso de
       *> espera excesiva.
       *>
       *> Parámetros:
       *>     id_medico (int): Id del médico cuya cola se quiere consultar
       01 llegadaSQL pic x(19).
       01 llegadaStr string.
       01 sobreReserva pic 9.
       01 modeloAlertaEspera type CitaMe.modelo.AlertaEspera.

       procedure division using by value id_medico as binary-short
                                   returning citas as List[type Cita].

           set citas to new List[type Cita]().
           set modeloAlertaEspera to new CitaMe.modelo.AlertaEspera().
           set argumentoIdMedico to id_medico.
           set hoySQL to type DateTime::Now::ToString("yyyy-MM-dd").

               open salaEsperaMedicoTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100

               exec sql
                   fetch salaEsperaMedicoTbl into
                   :id_cita, :paciente, :motivo, :horaSQL, :llegadaSQL, :sobreReserva
               end-exec

               if SQLCODE = 0
                   set citaActual to new Cita()
                   set citaActual::id_cita to id_cita
                   set citaActual::medico_cita to id_medico
                   set citaActual::paciente_cita to paciente
                   set motivoStr to motivo as string
                   set citaActual::motivo_cita to motivoStr::Trim()
                   set citaActual::hora_cita to type TimeSpan::Parse(horaSQL)
                   set llegadaStr to llegadaSQL as string
                   set citaActual::llegada_cita to llegadaStr::Trim()
                   set citaActual::sobre_reserva_cita to sobreReserva
                   set citaActual::paciente to modeloPaciente::DevuelvePaciente(paciente)

                   invoke citas::Add(citaActual)
               end-if

           end-perform.

           exec sql
               close salaEsperaMedicoTbl
           end-exec.

           *> Los avisos se evalúan con el cursor ya cerrado, porque
           *> anotarlos hace commit
           perform varying citaEspera as type Cita through citas
               set citaEspera::alerta_espera_cita to modeloAlertaEspera::EvaluarEspera(citaEspera::id_cita)
           end-perform.

       end method.
       01 horaSQL pic x(8).
       01 fecha type DateTime.
       01 emergencia pic 9.
       01 versionCita pic S9(9) COMP-4.

       procedure division using by value fechaFiltro as string
                                         idMedicoFiltro as binary-short
           exec sql
               declare citaFiltroTbl cursor for
                   select c.id_cita, c.medico_cita, c.paciente_cita, c.motivo_cita, c.fecha_cita,
                          c.hora_cita, c.cancelada_cita, c.encuesta_cita, c.diagnostico_cita, c.emergencia_cita,
                          c.version_cita
                   from citas as c
                   left join medicos as m on (c.medico_cita = m.id_usuario_medico)
                   where (:fechaSQL = '' or c.fecha_cita = :fechaSQL)
               exec sql
                   fetch citaFiltroTbl into
                   :id_cita, :id_medico, :paciente, :motivo, :fechaCitaSQL,
                   :horaSQL, :cancelada, :id_encuesta, :diagnostico, :emergencia, :versionCita
               end-exec

               if SQLCODE = 100
               set citaActual::cancelada_cita to cancelada
               set citaActual::encuesta_cita to id_encuesta
               set citaActual::emergencia_cita to emergencia
               set citaActual::version_cita to versionCita
               set motivoStr to motivo as string
               set citaActual::motivo_cita to motivoStr::Trim()
               set diagnosticoStr to diagnostico as string
               set filaInforme::medicos_especialidad to medicosEspecialidad::Count
               set filaInforme::capacidad_semanal to capacidadSemanal
               set filaInforme::citas_semana to citasSemana
               *> Llenado de la semana por canal de reserva frente al
               *> cupo de cada canal (ver modelo CupoCanal)
               set filaInforme::ocupacion_canales_especialidad to modeloCupoCanal::DevuelveOcupacionCanales(especialidad, hoySQL, limiteSQL, capacidadSemanal)
               if capacidadSemanal > 0
                   set filaInforme::tasa_ocupacion to function integer((citasSemana * 100) / capacidadSemanal)
               else
       01 diasLaborables binary-short.
       01 dia binary-short.
       01 modeloObjetivos type CitaMe.modelo.Objetivos.
       01 modeloMargen type CitaMe.modelo.MargenConsulta.
       01 modeloCronicos type CitaMe.modelo.RegistroCronicos.
       procedure division using by value mesSQL as string
                                   returning totalFilas as binary-long.

           set modeloObjetivos to new CitaMe.modelo.Objetivos().
           invoke modeloObjetivos::EvaluarMes(mesSQL).

           *> Y se congela el coste y el margen de cada cita atendida
           *> (ver modelo MargenConsulta), para la tendencia del margen
           set modeloMargen to new CitaMe.modelo.MargenConsulta().
           invoke modeloMargen::CerrarMes(mesSQL).
           set modeloCronicos to new CitaMe.modelo.RegistroCronicos().
           invoke modeloCronicos::CerrarMes(mesSQL).

           set totalFilas to filasCongeladas.

       end method.
       *> serían reconstruibles. Si todavía no hay ningún mes cerrado,
       *> se empieza por el mes pasado.
       *>
       *> Cada mes cerrado es un lote: su cierre queda anotado como
       *> punto de control, y una pasada interrumpida se reanuda en el
       *> mes siguiente al último congelado. Si el punto de control de
       *> un mes no se puede guardar, la pasada se detiene ahí.
       *>
       *> Devuelve:
       *>     int: Número de meses cerrados en esta pasada
       *>
       01 mesActual type DateTime.
       01 mesObjetivo type DateTime.
       01 mesesCerrados binary-long.
       01 acumulados binary-long.
       01 interrumpido type Boolean.
       procedure division returning totalMeses as binary-long.

           set mesesCerrados to 0.
           set interrumpido to False.
           set mesObjetivo to type DateTime::ParseExact(
               type String::Concat(type DateTime::Now::AddMonths(-1)::ToString("yyyy-MM"), "-01"),
               "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture).
                   "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture)::AddMonths(1)
           end-if

           set acumulados to modeloPuntoControl::DevuelveFilas("CierreMensual").

           perform until mesActual > mesObjetivo or interrumpido
               invoke CerrarMes(mesActual::ToString("yyyy-MM"))
               add 1 to mesesCerrados
               add 1 to acumulados
               if modeloPuntoControl::Guardar("CierreMensual", mesActual::ToString("yyyy-MM"), acumulados)
                   set mesActual to mesActual::AddMonths(1)
               else
                   set interrumpido to True
               end-if
           end-perform.

           if not interrumpido
               invoke modeloPuntoControl::Borrar("CierreMensual")
           end-if

           set totalMeses to mesesCerrados.

       end method.
       01 idsNoPresentados List[binary-long].
       01 id_cita pic S9(9) COMP-4.
       01 resueltas binary-long.
       01 idCargo binary-long.
       procedure division using by value fechaSQL as string
                                   returning totalResueltas as binary-long.

               set id_cita to idNoPresentado
               exec sql
                   update citas
                   set no_presentado_cita = 1,
                       version_cita = version_cita + 1
                   where id_cita = :id_cita
               end-exec
               invoke RegistrarAuditoria(id_cita, "No presentado", "Cierre automático de jornada")
               commit
           end-exec.

           *> Cargos por no presentarse de las citas cerradas como no
           *> presentadas, una vez confirmado el cierre (ver
           *> Factura::GenerarCargoPenalizacion)
           perform varying idNoPresentado as binary-long through idsNoPresentados
               set idCargo to modeloFactura::GenerarCargoPenalizacion(idNoPresentado, "NoPresentado")
               if idCargo > 0
                   invoke RegistrarAuditoria(idNoPresentado, "Cargo", type String::Concat(
                       "Cargo por no presentado, factura #", idCargo::ToString()))
               end-if
           end-perform.

           set totalResueltas to resueltas.

       end method.
       *>     pantalla (str): Pantalla desde la que se consultó
       *>
       method-id RegistrarAccesoClinico.
       procedure division using by value idPaciente as binary-short
                                         idCita as binary-long
                                         pantalla as string.

           invoke RegistrarAccesoClinicoUsuario(type CitaMe.vista.Login::idUsuario, idPaciente, idCita, pantalla).

       end method.

       *>
       *> RegistrarAccesoClinicoUsuario
       *>
       *> Igual que RegistrarAccesoClinico, pero indicando el usuario
       *> que accede, para los accesos que no vienen de la sesión de
       *> escritorio (el propio paciente a través del API).
       *>
       *> Parámetros:
       *>     idUsuario (int): Usuario que accede a los datos
       *>     idPaciente (int): Paciente cuyos datos se han mostrado
       *>     idCita (int): Cita consultada, 0 si fue el historial completo
       *>     pantalla (str): Pantalla o ruta desde la que se consultó
       *>
       method-id RegistrarAccesoClinicoUsuario.
       local-storage section.
       01 usuarioSQL pic S9(9) COMP-4.
       01 pacienteSQL pic S9(9) COMP-4.
       01 citaSQL pic S9(9) COMP-4.
       01 pantallaSQL pic x(40).
       01 fechaSQL pic x(19).
       procedure division using by value idUsuario as binary-short
                                         idPaciente as binary-short
                                         idCita as binary-long
                                         pantalla as string.

           set usuarioSQL to idUsuario.
           set pacienteSQL to idPaciente.
           set citaSQL to idCita.
           set pantallaSQL to pantalla.
       *> Lanzado periódicamente por el planificador con los años de
       *> retención como parámetro.
       *>
       *> Como el archivado, trabaja por lotes en orden de id y
       *> confirma cada lote con su punto de control, para continuar
       *> desde la última fila anonimizada si la pasada se interrumpe.
       *>
       *> Parámetros:
       *>     aniosRetencion (int): Años a partir de los cuales se
       *>                           anonimiza una cita archivada
       *>     int: Número de filas anonimizadas en esta pasada
       *>
       method-id AnonimizarHistorico.
       procedure division using by value aniosRetencion as binary-short
                                   returning totalAnonimizadas as binary-long.

           set totalAnonimizadas to AnonimizarHistoricoPrevisto(aniosRetencion, 0).

       end method.

       *>
       *> AnonimizarHistoricoPrevisto
       *>
       *> Anonimización de AnonimizarHistorico limitada, si se indica
       *> una simulación, a las filas que esa simulación previó (ver
       *> Simulacion y SimularAnonimizacion). Con simulación 0
       *> anonimiza todas las filas pendientes.
       *>
       *> Parámetros:
       *>     aniosRetencion (int): Años de retención
       *>     idSimulacion (int): Simulación previa, o 0
       *>
       *> Devuelve:
       *>     int: Número de filas anonimizadas en esta pasada
       *>
       method-id AnonimizarHistoricoPrevisto.
       local-storage section.
       01 limiteSQL pic x(10).
       01 desdeSQL pic S9(9) COMP-4.
       01 hastaSQL pic S9(9) COMP-4.
       01 loteSQL pic S9(9) COMP-4.
       01 simulacionSQL pic S9(9) COMP-4.
       01 tareaPunto string.
       01 clavePunto string.
       01 acumuladas binary-long.
       01 terminado type Boolean.
       01 interrumpido type Boolean.
       procedure division using by value aniosRetencion as binary-short
                                         idSimulacion as binary-long
                                   returning totalAnonimizadas as binary-long.

           set totalAnonimizadas to 0.
           end-if

           set limiteSQL to type DateTime::Now::AddYears(- aniosRetencion)::ToString("yyyy-MM-dd").
           set loteSQL to modeloPuntoControl::DevuelveTamanioLote().
           set simulacionSQL to idSimulacion.

           if idSimulacion = 0
               set tareaPunto to "AnonimizarHistorico"
           else
               set tareaPunto to type String::Concat("AnonimizarHistorico#", idSimulacion::ToString())
           end-if

           *> Reanudación de una pasada interrumpida
           set clavePunto to modeloPuntoControl::DevuelveClave(tareaPunto).
           if clavePunto::Equals("")
               set desdeSQL to 0
               set acumuladas to 0
           else
               set desdeSQL to type Int32::Parse(clavePunto)
               set acumuladas to modeloPuntoControl::DevuelveFilas(tareaPunto)
           end-if

           set terminado to False.
           set interrumpido to False.
           perform until terminado
               *> Último id del siguiente lote pendiente de anonimizar
               set hastaSQL to 0
               exec sql
                   select coalesce(max(l.id_cita), 0) into :hastaSQL
                   from (select h.id_cita
                         from citas_historico as h
                         where h.id_cita > :desdeSQL
                           and h.fecha_cita < :limiteSQL
                           and h.paciente_cita <> 0
                           and (:simulacionSQL = 0 or h.id_cita in (
                                select r.clave_registro from simulaciones_registros as r
                                where r.simulacion_registro = :simulacionSQL and r.tabla_registro = 'citas_historico'))
                         order by h.id_cita
                         limit :loteSQL) as l
               end-exec

               if SQLCODE >= 0 and hastaSQL <> 0
                   exec sql
                       update citas_historico
                       set paciente_cita = 0,
                           motivo_cita = '',
                           diagnostico_cita = null,
                           motivo_cancelacion_cita = null,
                           codigo_confirmacion_cita = null
                       where id_cita > :desdeSQL
                         and id_cita <= :hastaSQL
                         and fecha_cita < :limiteSQL
                         and paciente_cita <> 0
                         and (:simulacionSQL = 0 or id_cita in (
                              select r.clave_registro from simulaciones_registros as r
                              where r.simulacion_registro = :simulacionSQL and r.tabla_registro = 'citas_historico'))
                   end-exec
                   if SQLCODE >= 0
                       set filasLote to SQLERRD(3)
                   end-if
               end-if

               if SQLCODE < 0
                   invoke modeloErrores::RegistrarError("Cita::AnonimizarHistorico", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
                   exec sql
                       rollback
                   end-exec
                   set interrumpido to True
                   set terminado to True
               else
                   if hastaSQL = 0
                       set terminado to True
                   else
                       add filasLote to totalAnonimizadas
                       add filasLote to acumuladas
                       if not modeloPuntoControl::Guardar(tareaPunto, hastaSQL::ToString(), acumuladas)
                           set interrumpido to True
                           set terminado to True
                       end-if
                       set desdeSQL to hastaSQL
                   end-if
               end-if
           end-perform.

           if not interrumpido
               invoke modeloPuntoControl::Borrar(tareaPunto)
           end-if

       end method.

       *>
       *> RegistrarExitus
       *>
       *> Registra el fallecimiento de un paciente y lo propaga en un
       *> solo paso a todo el sistema, en lugar de ir cancelando a mano
       *> cita a cita:
       *>   - las citas pendientes desde la fecha del exitus se
       *>     cancelan (también las sesiones de sus series y las de sus
       *>     rutas asistenciales, cuyas inscripciones se cierran);
       *>   - sale de la lista de espera;
       *>   - las notificaciones pendientes del buzón de salida quedan
       *>     anuladas y no se le encola ninguna más (recordatorios,
       *>     recalls, campañas, encuestas, reclamaciones de pago... ver
       *>     Notificador::EncolarNotificacion);
       *>   - su mandato SEPA se desactiva, para que no entre en
       *>     ninguna remesa más;
       *>   - se cierran los vínculos responsable / dependiente en los
       *>     dos sentidos;
       *>   - la cuenta se desactiva y la ficha queda en solo lectura
       *>     hasta el fin del periodo legal de conservación.
       *> Como en EjecutarDerechoOlvido, se devuelve un resumen de lo
       *> realizado.
       *>
       *> Parámetros:
       *>     idPaciente (int): Paciente fallecido
       *>     fechaExitus (DateTime): Fecha del fallecimiento
       *>     origen (str): Fuente de la comunicación (familia,
       *>                   hospital, registro civil...)
       *>
       *> Devuelve:
       *>     str: el resumen de lo realizado, o "" si el exitus ya
       *>          estaba registrado o hubo un error
       *>
       method-id RegistrarExitus.
       local-storage section.
       01 idPacienteSQL pic S9(9) COMP-4.
       01 fechaExitusSQL pic x(10).
       01 origenSQL pic x(45).
       01 conservarHastaSQL pic x(10).
       01 aniosConservacion binary-short.
       01 parametros type CitaMe.modelo.Parametros.
       01 modeloRuta type CitaMe.modelo.RutaAsistencial.
       01 idInscripcion pic S9(9) COMP-4.
       01 idsInscripciones List[binary-long].
       01 idCitaPendiente pic S9(9) COMP-4.
       01 idsCitas List[binary-long].
       01 filasAfectadas pic S9(9) COMP-4.
       01 canceladas binary-long.
       01 motivoExitus string.
       01 resumenTexto string.
       procedure division using by value idPaciente as binary-short
                                         fechaExitus as type DateTime
                                         origen as string
                                   returning resumen as string.

           set resumen to "".
           if not modeloPaciente::DevuelveExitus(idPaciente)::Equals("")
               goback
           end-if

           set parametros to new CitaMe.modelo.Parametros().
           set aniosConservacion to parametros::DevuelveEntero("anios_conservacion_exitus", ANIOS_CONSERVACION_EXITUS).

           set idPacienteSQL to idPaciente.
           set fechaExitusSQL to fechaExitus::ToString("yyyy-MM-dd").
           set origenSQL to origen::Trim().
           set conservarHastaSQL to fechaExitus::AddYears(aniosConservacion)::ToString("yyyy-MM-dd").
           set motivoExitus to type String::Concat("Exitus del paciente (", fechaExitus::ToString("dd/MM/yyyy"), ")").
           set resumenTexto to type String::Concat(
               "Exitus registrado el ", type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss"),
               " sobre el paciente #", idPaciente::ToString(),
               " por el usuario #", type CitaMe.vista.Login::idUsuario::ToString(),
               " (fecha de exitus ", fechaExitus::ToString("dd/MM/yyyy"), ", origen: ", origen::Trim(), ")",
               type Environment::NewLine).

           *> Ficha en solo lectura hasta el fin de la conservación, y
           *> fuera de la tutela de su responsable, si lo tenía
           exec sql
               update pacientes
               set fecha_exitus_paciente = :fechaExitusSQL,
                   origen_exitus_paciente = :origenSQL,
                   conservar_hasta_paciente = :conservarHastaSQL,
                   solo_lectura_paciente = 1,
                   responsable_paciente = null,
                   version_paciente = version_paciente + 1
               where id_usuario_paciente = :idPacienteSQL
           end-exec.

           if not SQLCODE = 0
               invoke modeloErrores::RegistrarError("Cita::RegistrarExitus", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               goback
           end-if

           *> Sus dependientes dejan de estar a su cargo
           exec sql
               update pacientes
               set responsable_paciente = null
               where responsable_paciente = :idPacienteSQL
           end-exec.
           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("Cita::RegistrarExitus", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               goback
           end-if
           set filasAfectadas to SQLERRD(3).
           set resumenTexto to type String::Concat(resumenTexto, "dependientes desvinculados: ", filasAfectadas::ToString(), type Environment::NewLine).

           exec sql
               update usuarios
               set activo_usuario = 0
               where id_usuario = :idPacienteSQL
           end-exec.
           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("Cita::RegistrarExitus", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               goback
           end-if

           exec sql
               update notificaciones
               set estado_notificacion = 'Anulada'
               where paciente_notificacion = :idPacienteSQL
                 and estado_notificacion = 'Pendiente'
           end-exec.
           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("Cita::RegistrarExitus", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               goback
           end-if
           set filasAfectadas to SQLERRD(3).
           set resumenTexto to type String::Concat(resumenTexto, "notificaciones anuladas: ", filasAfectadas::ToString(), type Environment::NewLine).

           exec sql
               update mandatos_sepa
               set activo_mandato = 0
               where tipo_pagador_mandato = 'Paciente'
                 and pagador_mandato = :idPacienteSQL
                 and activo_mandato = 1
           end-exec.
           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("Cita::RegistrarExitus", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               goback
           end-if
           set filasAfectadas to SQLERRD(3).
           set resumenTexto to type String::Concat(resumenTexto, "mandatos SEPA desactivados: ", filasAfectadas::ToString(), type Environment::NewLine).

           exec sql
               delete from listas_espera where paciente_espera = :idPacienteSQL
           end-exec.
           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("Cita::RegistrarExitus", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               goback
           end-if
           set filasAfectadas to SQLERRD(3).
           set resumenTexto to type String::Concat(resumenTexto, "lista de espera: ", filasAfectadas::ToString(), type Environment::NewLine).

           exec sql
               commit
           end-exec.

           if not SQLCODE = 0
               invoke modeloErrores::RegistrarError("Cita::RegistrarExitus", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               goback
           end-if

           *> Rutas asistenciales abiertas: se cierran con el motivo
           *> del exitus, lo que cancela sus citas reservadas
           set idsInscripciones to new List[binary-long]().

           exec sql
               declare inscripcionesExitusTbl cursor for
                   select i.id_inscripcion
                   from inscripciones_ruta as i
                   where i.paciente_inscripcion = :idPacienteSQL
                     and i.estado_inscripcion = 'Activa'
           end-exec.

           exec sql
               open inscripcionesExitusTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch inscripcionesExitusTbl into :idInscripcion
               end-exec
               if SQLCODE = 0
                   invoke idsInscripciones::Add(idInscripcion)
               end-if
           end-perform.

           exec sql
               close inscripcionesExitusTbl
           end-exec.

           if idsInscripciones::Count > 0
               set modeloRuta to new CitaMe.modelo.RutaAsistencial()
               perform varying idInscripcionExitus as binary-long through idsInscripciones
                   invoke modeloRuta::CerrarInscripcion(idInscripcionExitus, motivoExitus)
               end-perform
           end-if
           set resumenTexto to type String::Concat(resumenTexto, "rutas asistenciales cerradas: ", idsInscripciones::Count::ToString(), type Environment::NewLine).

           *> El resto de citas pendientes desde la fecha del exitus
           *> (sueltas o de series) se cancelan con el mismo motivo
           set idsCitas to new List[binary-long]().

           exec sql
               declare citasExitusTbl cursor for
                   select c.id_cita
                   from citas as c
                   where c.paciente_cita = :idPacienteSQL
                     and c.cancelada_cita = 0
                     and c.diagnostico_cita is null
                     and c.fecha_cita >= :fechaExitusSQL
           end-exec.

           exec sql
               open citasExitusTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch citasExitusTbl into :idCitaPendiente
               end-exec
               if SQLCODE = 0
                   invoke idsCitas::Add(idCitaPendiente)
               end-if
           end-perform.

           exec sql
               close citasExitusTbl
           end-exec.

           set canceladas to 0.
           perform varying idCitaExitus as binary-long through idsCitas
               if CancelarCita(idCitaExitus, motivoExitus)
                   add 1 to canceladas
               end-if
           end-perform.
           set resumenTexto to type String::Concat(resumenTexto, "citas canceladas: ", canceladas::ToString(), type Environment::NewLine).
           set resumenTexto to type String::Concat(resumenTexto, "ficha en solo lectura hasta: ", fechaExitus::AddYears(aniosConservacion)::ToString("dd/MM/yyyy"), type Environment::NewLine).

           set resumen to resumenTexto.

       end method.

       *>
       *> borra junto con ellas, ya que citas_historico conserva su
       *> estado final.
       *>
       *> Las citas se archivan por lotes en orden de id, confirmando
       *> cada lote junto con su punto de control (ver PuntoControl):
       *> si la pasada se interrumpe, la siguiente continúa a partir
       *> de la última cita archivada.
       *>
       *> Parámetros:
       *>     diasAntiguedad (int): Nº de días de antigüedad a partir de
       *>     los cuales una cita cerrada se archiva
       *>
       *> Devuelve:
       *>     int: Número de citas archivadas en esta pasada
       *>
       method-id ArchivarCitasAntiguas.
       procedure division using by value diasAntiguedad as binary-short
                                   returning totalArchivadas as binary-long.

           set totalArchivadas to ArchivarCitasPrevistas(diasAntiguedad, 0).

       end method.

       *>
       *> ArchivarCitasPrevistas
       *>
       *> Archivado de ArchivarCitasAntiguas limitado, si se indica una
       *> simulación, a las citas que esa simulación previó (ver
       *> Simulacion y SimularArchivado): una cita que haya dejado de
       *> cumplir las condiciones desde entonces no se archiva, y
       *> ninguna que no estuviera en la previsión entra. Con
       *> simulación 0 archiva todas las citas archivables.
       *>
       *> Parámetros:
       *>     diasAntiguedad (int): Nº de días de antigüedad
       *>     idSimulacion (int): Simulación previa, o 0
       *>
       *> Devuelve:
       *>     int: Número de citas archivadas en esta pasada
       *>
       method-id ArchivarCitasPrevistas.
       local-storage section.
       01 hoySQL pic x(10).
       01 limiteSQL pic x(10).
       01 archivadas pic S9(9) COMP-4.
       01 desdeSQL pic S9(9) COMP-4.
       01 hastaSQL pic S9(9) COMP-4.
       01 loteSQL pic S9(9) COMP-4.
       01 simulacionSQL pic S9(9) COMP-4.
       01 tareaPunto string.
       01 clavePunto string.
       01 acumuladas binary-long.
       01 terminado type Boolean.
       01 interrumpido type Boolean.
       procedure division using by value diasAntiguedad as binary-short
                                         idSimulacion as binary-long
                                   returning totalArchivadas as binary-long.

           set totalArchivadas to 0.
           set hoySQL to type DateTime::Now::ToString("yyyy-MM-dd").
           set limiteSQL to type DateTime::Now::AddDays(- diasAntiguedad)::ToString("yyyy-MM-dd").
           set loteSQL to modeloPuntoControl::DevuelveTamanioLote().
           set simulacionSQL to idSimulacion.

           *> Una ejecución sobre una simulación lleva su propio punto
           *> de control, para no mezclarse con la pasada programada
           if idSimulacion = 0
               set tareaPunto to "ArchivarCitasAntiguas"
           else
               set tareaPunto to type String::Concat("ArchivarCitasAntiguas#", idSimulacion::ToString())
           end-if

           *> Reanudación de una pasada interrumpida
           set clavePunto to modeloPuntoControl::DevuelveClave(tareaPunto).
           if clavePunto::Equals("")
               set desdeSQL to 0
               set acumuladas to 0
           else
               set desdeSQL to type Int32::Parse(clavePunto)
               set acumuladas to modeloPuntoControl::DevuelveFilas(tareaPunto)
           end-if

           set terminado to False.
           set interrumpido to False.
           perform until terminado
               *> Último id del siguiente lote de citas archivables
               set hastaSQL to 0
               exec sql
                   select coalesce(max(l.id_cita), 0) into :hastaSQL
                   from (select c.id_cita
                         from citas as c
                         where c.id_cita > :desdeSQL
                           and c.fecha_cita < :limiteSQL
                           and (c.cancelada_cita = 1 or c.no_presentado_cita = 1 or c.diagnostico_cita is not null)
                           and (:simulacionSQL = 0 or c.id_cita in (
                                select r.clave_registro from simulaciones_registros as r
                                where r.simulacion_registro = :simulacionSQL and r.tabla_registro = 'citas'))
                         order by c.id_cita
                         limit :loteSQL) as l
               end-exec

               if SQLCODE < 0
                   invoke modeloErrores::RegistrarError("Cita::ArchivarCitasAntiguas", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
                   set interrumpido to True
                   set terminado to True
               else
                   if hastaSQL = 0
                       set terminado to True
                   else
                       invoke ArchivarLoteCitas(desdeSQL, hastaSQL, limiteSQL, hoySQL, idSimulacion)
                       if SQLCODE < 0
                           invoke modeloErrores::RegistrarError("Cita::ArchivarCitasAntiguas", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
                           exec sql
                               rollback
                           end-exec
                           set interrumpido to True
                           set terminado to True
                       else
                           add filasLote to totalArchivadas
                           add filasLote to acumuladas
                           if not modeloPuntoControl::Guardar(tareaPunto, hastaSQL::ToString(), acumuladas)
                               set interrumpido to True
                               set terminado to True
                           end-if
                           set desdeSQL to hastaSQL
                       end-if
                   end-if
               end-if
           end-perform.

           if not interrumpido
               invoke modeloPuntoControl::Borrar(tareaPunto)
           end-if

       end method.

       *>
       *> ArchivarLoteCitas
       *>
       *> Copia a citas_historico y borra de citas un lote de citas
       *> archivables (id en el intervalo desde, hasta], limitado a
       *> las citas previstas por la simulación si se indica. No confirma:
       *> el lote se confirma junto con su punto de control. Deja en
       *> filasLote el número de citas archivadas y en SQLCODE el
       *> resultado de la última sentencia.
       *>
       *> Parámetros:
       *>     desde (int): Último id ya archivado
       *>     hasta (int): Último id del lote
       *>     limite (str): Fecha límite de antigüedad
       *>     hoy (str): Fecha de archivado
       *>     idSimulacion (int): Simulación previa, o 0
       *>
       method-id ArchivarLoteCitas private.
       local-storage section.
       01 hoySQL pic x(10).
       01 limiteSQL pic x(10).
       01 desdeSQL pic S9(9) COMP-4.
       01 hastaSQL pic S9(9) COMP-4.
       01 simulacionSQL pic S9(9) COMP-4.
       01 archivadas pic S9(9) COMP-4.
       procedure division using by value desde as binary-long
                                         hasta as binary-long
                                         limite as string
                                         hoy as string
                                         idSimulacion as binary-long.

           set filasLote to 0.
           set simulacionSQL to idSimulacion.
           set desdeSQL to desde.
           set hastaSQL to hasta.
           set limiteSQL to limite.
           set hoySQL to hoy.

           exec sql
               insert into citas_historico (id_cita, medico_cita, paciente_cita, motivo_cita, fecha_cita,
                      sala_cita, llegada_cita, referido_por_cita, tipo_cita,
                      codigo_confirmacion_cita, confirmada_cita, fecha_creacion_cita, :hoySQL
               from citas
               where id_cita > :desdeSQL
                 and id_cita <= :hastaSQL
                 and fecha_cita < :limiteSQL
                 and (cancelada_cita = 1 or no_presentado_cita = 1 or diagnostico_cita is not null)
                 and (:simulacionSQL = 0 or id_cita in (
                      select r.clave_registro from simulaciones_registros as r
                      where r.simulacion_registro = :simulacionSQL and r.tabla_registro = 'citas'))
           end-exec.

           if SQLCODE < 0
               goback
           end-if

           set archivadas to SQLERRD(3).

           *> Las entradas de auditoría de las citas archivadas se
           *> CadenaAuditoria) y podarla rompería la cadena
           exec sql
               delete from citas
               where id_cita > :desdeSQL
                 and id_cita <= :hastaSQL
                 and fecha_cita < :limiteSQL
                 and (cancelada_cita = 1 or no_presentado_cita = 1 or diagnostico_cita is not null)
                 and (:simulacionSQL = 0 or id_cita in (
                      select r.clave_registro from simulaciones_registros as r
                      where r.simulacion_registro = :simulacionSQL and r.tabla_registro = 'citas'))
           end-exec.

           if SQLCODE >= 0
               set filasLote to archivadas
           end-if.

       end method.

       *>
       *> SimularArchivado
       *>
       *> Simulación de ArchivarCitasAntiguas: anota en la simulación
       *> indicada (ver Simulacion) cada cita que se archivaría y cómo,
       *> sin tocar citas ni citas_historico.
       *>
       *> Parámetros:
       *>     diasAntiguedad (int): Nº de días de antigüedad
       *>     idSimulacion (int): Simulación en curso
       *>
       *> Devuelve:
       *>     int: Número de citas previstas, -1 si hubo un error
       *>
       method-id SimularArchivado.
       local-storage section.
       01 limiteSQL pic x(10).
       01 simulacionSQL pic S9(9) COMP-4.
       procedure division using by value diasAntiguedad as binary-short
                                         idSimulacion as binary-long
                                   returning previstas as binary-long.

           set limiteSQL to type DateTime::Now::AddDays(- diasAntiguedad)::ToString("yyyy-MM-dd").
           set simulacionSQL to idSimulacion.

           exec sql
               insert into simulaciones_registros
                   (simulacion_registro, tabla_registro, clave_registro, cambio_registro, detalle_registro)
               select :simulacionSQL, 'citas', c.id_cita, 'Archivar',
                      concat('cita del ', c.fecha_cita, ' ', c.hora_cita, ', ',
                             case when c.cancelada_cita = 1 then 'cancelada'
                                  when c.no_presentado_cita = 1 then 'no presentada'
                                  else 'con diagnóstico' end,
                             '; pasa a citas_historico y se borra de citas')
               from citas as c
               where c.fecha_cita < :limiteSQL
                 and (c.cancelada_cita = 1 or c.no_presentado_cita = 1 or c.diagnostico_cita is not null)
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("Cita::SimularArchivado", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               set previstas to -1
           else
               set previstas to SQLERRD(3)
           end-if.

       end method.

       *>
       *> SimularAnonimizacion
       *>
       *> Simulación de AnonimizarHistorico: anota en la simulación
       *> indicada cada fila de citas_historico que se anonimizaría.
       *>
       *> Parámetros:
       *>     aniosRetencion (int): Años de retención
       *>     idSimulacion (int): Simulación en curso
       *>
       *> Devuelve:
       *>     int: Número de filas previstas, -1 si hubo un error
       *>
       method-id SimularAnonimizacion.
       local-storage section.
       01 limiteSQL pic x(10).
       01 simulacionSQL pic S9(9) COMP-4.
       procedure division using by value aniosRetencion as binary-short
                                         idSimulacion as binary-long
                                   returning previstas as binary-long.

           set previstas to 0.

           if aniosRetencion < 1
               goback
           end-if

           set limiteSQL to type DateTime::Now::AddYears(- aniosRetencion)::ToString("yyyy-MM-dd").
           set simulacionSQL to idSimulacion.

           exec sql
               insert into simulaciones_registros
                   (simulacion_registro, tabla_registro, clave_registro, cambio_registro, detalle_registro)
               select :simulacionSQL, 'citas_historico', h.id_cita, 'Anonimizar',
                      concat('cita archivada del ', h.fecha_cita, ' del paciente #', h.paciente_cita,
                             '; se borran el paciente, el motivo, el diagnóstico, el motivo de cancelación y el código de confirmación')
               from citas_historico as h
               where h.fecha_cita < :limiteSQL
                 and h.paciente_cita <> 0
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("Cita::SimularAnonimizacion", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               set previstas to -1
           else
               set previstas to SQLERRD(3)
           end-if.

       end method.

       *>
       *> SimularLiberacionNoConfirmadas
       *>
       *> Simulación de LiberarCitasNoConfirmadas: anota en la
       *> simulación indicada cada cita sin confirmar que se borraría.
       *>
       *> Parámetros:
       *>     idSimulacion (int): Simulación en curso
       *>
       *> Devuelve:
       *>     int: Número de citas previstas, -1 si hubo un error
       *>
       method-id SimularLiberacionNoConfirmadas.
       local-storage section.
       01 limiteSQL pic x(19).
       01 simulacionSQL pic S9(9) COMP-4.
       procedure division using by value idSimulacion as binary-long
                                   returning previstas as binary-long.

           set limiteSQL to type DateTime::Now::AddMinutes(- TIMEOUT_CONFIRMACION_MINUTOS)::ToString("yyyy-MM-dd HH:mm:ss").
           set simulacionSQL to idSimulacion.

           exec sql
               insert into simulaciones_registros
                   (simulacion_registro, tabla_registro, clave_registro, cambio_registro, detalle_registro)
               select :simulacionSQL, 'citas', c.id_cita, 'Borrar',
                      concat('cita del ', c.fecha_cita, ' ', c.hora_cita, ' con el médico #', c.medico_cita,
                             ', registrada el ', c.fecha_creacion_cita,
                             ' sin confirmar; el hueco vuelve a la disponibilidad')
               from citas as c
               where c.confirmada_cita = 0
                 and c.fecha_creacion_cita < :limiteSQL
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("Cita::SimularLiberacionNoConfirmadas", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               set previstas to -1
           else
               set previstas to SQLERRD(3)
           end-if.

       end method.

       *>
       *> SimularLiberacionSinConfirmacion
       *>
       *> Simulación de LiberarCitasSinConfirmacionPrevia: anota en la
       *> simulación indicada cada cita que se cancelaría por no haber
       *> respondido a la solicitud de confirmación de asistencia.
       *>
       *> Parámetros:
       *>     idSimulacion (int): Simulación en curso
       *>
       *> Devuelve:
       *>     int: Número de citas previstas, -1 si hubo un error
       *>
       method-id SimularLiberacionSinConfirmacion.
       local-storage section.
       01 corteSQL pic x(19).
       01 hoySQL pic x(10).
       01 simulacionSQL pic S9(9) COMP-4.
       procedure division using by value idSimulacion as binary-long
                                   returning previstas as binary-long.

           invoke CargarConfiguracionConfirmacionPrevia().

           set corteSQL to type DateTime::Now::AddHours(- horasCorteConfirmacionPrevia)::ToString("yyyy-MM-dd HH:mm:ss").
           set hoySQL to type DateTime::Now::ToString("yyyy-MM-dd").
           set simulacionSQL to idSimulacion.

           exec sql
               insert into simulaciones_registros
                   (simulacion_registro, tabla_registro, clave_registro, cambio_registro, detalle_registro)
               select :simulacionSQL, 'citas', c.id_cita, 'Cancelar',
                      concat('cita del ', c.fecha_cita, ' ', c.hora_cita,
                             ', solicitud de confirmación del ', c.solicitud_confirmacion_cita,
                             ' sin respuesta; se cancela y el hueco se ofrece a la lista de espera')
               from citas as c
               where c.solicitud_confirmacion_cita is not null
                 and c.solicitud_confirmacion_cita < :corteSQL
                 and coalesce(c.asistencia_confirmada_cita, 0) = 0
                 and c.cancelada_cita = 0
                 and c.diagnostico_cita is null
                 and c.fecha_cita >= :hoySQL
                 and not exists (
                     select 1 from respuestas_correo as r
                     where r.cita_respuesta = c.id_cita
                       and r.estado_respuesta = 'Revisar'
                 )
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("Cita::SimularLiberacionSinConfirmacion", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               set previstas to -1
           else
               set previstas to SQLERRD(3)
           end-if.

       end method.

       *>
       *> SimularDerechoOlvido
       *>
       *> Simulación de EjecutarDerechoOlvido: anota en la simulación
       *> indicada cada registro que se borraría, anonimizaría o
       *> desactivaría, tabla por tabla, sin tocar ninguno.
       *>
       *> Parámetros:
       *>     idPaciente (int): Paciente que ejerce su derecho
       *>     idSimulacion (int): Simulación en curso
       *>
       *> Devuelve:
       *>     int: Número de registros previstos, -1 si hubo un error
       *>
       method-id SimularDerechoOlvido.
       local-storage section.
       01 idPacienteSQL pic S9(9) COMP-4.
       01 simulacionSQL pic S9(9) COMP-4.
       procedure division using by value idPaciente as binary-short
                                         idSimulacion as binary-long
                                   returning previstas as binary-long.

           set idPacienteSQL to idPaciente.
           set simulacionSQL to idSimulacion.
           set registrosPrevistos to 0.
           set errorPrevision to False.

           *> Registros de sus citas (vivas y archivadas), localizados
           *> por el id de cita
           exec sql
               insert into simulaciones_registros
                   (simulacion_registro, tabla_registro, clave_registro, cambio_registro, detalle_registro)
               select :simulacionSQL, 'encuestas', en.id_encuesta, 'Borrar',
                      concat('encuesta de la cita #', en.id_cita_encuesta)
               from encuestas as en
               where en.id_cita_encuesta in (
                   select id_cita from citas where paciente_cita = :idPacienteSQL
                   union all
                   select id_cita from citas_historico where paciente_cita = :idPacienteSQL
               )
           end-exec.
           invoke SumarPrevistas().

           exec sql
               insert into simulaciones_registros
                   (simulacion_registro, tabla_registro, clave_registro, cambio_registro, detalle_registro)
               select :simulacionSQL, 'recetas', r.id_receta, 'Borrar',
                      concat('receta de ', r.medicamento_receta, ' de la cita #', r.cita_receta)
               from recetas as r
               where r.cita_receta in (
                   select id_cita from citas where paciente_cita = :idPacienteSQL
                   union all
                   select id_cita from citas_historico where paciente_cita = :idPacienteSQL
               )
           end-exec.
           invoke SumarPrevistas().

           exec sql
               insert into simulaciones_registros
                   (simulacion_registro, tabla_registro, clave_registro, cambio_registro, detalle_registro)
               select :simulacionSQL, 'quejas', q.id_queja, 'Borrar',
                      concat('queja de la cita #', q.cita_queja)
               from quejas as q
               where q.cita_queja in (
                   select id_cita from citas where paciente_cita = :idPacienteSQL
                   union all
                   select id_cita from citas_historico where paciente_cita = :idPacienteSQL
               )
           end-exec.
           invoke SumarPrevistas().

           exec sql
               insert into simulaciones_registros
                   (simulacion_registro, tabla_registro, clave_registro, cambio_registro, detalle_registro)
               select :simulacionSQL, 'cita_diagnosticos', concat(cd.cita_diagnostico, '|', cd.codigo_diagnostico), 'Borrar',
                      concat('código ', cd.codigo_diagnostico, ' de la cita #', cd.cita_diagnostico)
               from cita_diagnosticos as cd
               where cd.cita_diagnostico in (
                   select id_cita from citas where paciente_cita = :idPacienteSQL
                   union all
                   select id_cita from citas_historico where paciente_cita = :idPacienteSQL
               )
           end-exec.
           invoke SumarPrevistas().

           exec sql
               insert into simulaciones_registros
                   (simulacion_registro, tabla_registro, clave_registro, cambio_registro, detalle_registro)
               select :simulacionSQL, 'mensajes_cita', m.id_mensaje, 'Borrar',
                      concat('mensaje de la cita #', m.cita_mensaje)
               from mensajes_cita as m
               where m.cita_mensaje in (
                   select id_cita from citas where paciente_cita = :idPacienteSQL
                   union all
                   select id_cita from citas_historico where paciente_cita = :idPacienteSQL
               )
           end-exec.
           invoke SumarPrevistas().

           exec sql
               insert into simulaciones_registros
                   (simulacion_registro, tabla_registro, clave_registro, cambio_registro, detalle_registro)
               select :simulacionSQL, 'documentos_cita', d.id_documento, 'Borrar',
                      concat('documento adjunto de la cita #', d.cita_documento)
               from documentos_cita as d
               where d.cita_documento in (
                   select id_cita from citas where paciente_cita = :idPacienteSQL
                   union all
                   select id_cita from citas_historico where paciente_cita = :idPacienteSQL
               )
           end-exec.
           invoke SumarPrevistas().

           exec sql
               insert into simulaciones_registros
                   (simulacion_registro, tabla_registro, clave_registro, cambio_registro, detalle_registro)
               select :simulacionSQL, 'citas_auditoria', a.id_auditoria, 'Borrar',
                      concat('entrada de auditoría de la cita #', a.cita_auditoria)
               from citas_auditoria as a
               where a.cita_auditoria in (
                   select id_cita from citas where paciente_cita = :idPacienteSQL
               )
           end-exec.
           invoke SumarPrevistas().

           *> Tablas directamente ligadas al paciente
           exec sql
               insert into simulaciones_registros
                   (simulacion_registro, tabla_registro, clave_registro, cambio_registro, detalle_registro)
               select :simulacionSQL, 'listas_espera', le.id_espera, 'Borrar',
                      'inscripción en la lista de espera'
               from listas_espera as le
               where le.paciente_espera = :idPacienteSQL
           end-exec.
           invoke SumarPrevistas().

           exec sql
               insert into simulaciones_registros
                   (simulacion_registro, tabla_registro, clave_registro, cambio_registro, detalle_registro)
               select :simulacionSQL, 'alergias_paciente', a.id_alergia, 'Borrar',
                      'alergia registrada'
               from alergias_paciente as a
               where a.paciente_alergia = :idPacienteSQL
           end-exec.
           invoke SumarPrevistas().

           exec sql
               insert into simulaciones_registros
                   (simulacion_registro, tabla_registro, clave_registro, cambio_registro, detalle_registro)
               select :simulacionSQL, 'pruebas', p.id_prueba, 'Borrar',
                      'prueba del paciente'
               from pruebas as p
               where p.paciente_prueba = :idPacienteSQL
           end-exec.
           invoke SumarPrevistas().

           exec sql
               insert into simulaciones_registros
                   (simulacion_registro, tabla_registro, clave_registro, cambio_registro, detalle_registro)
               select :simulacionSQL, 'notificaciones', n.id_notificacion, 'Borrar',
                      'notificación del paciente'
               from notificaciones as n
               where n.paciente_notificacion = :idPacienteSQL
           end-exec.
           invoke SumarPrevistas().

           exec sql
               insert into simulaciones_registros
                   (simulacion_registro, tabla_registro, clave_registro, cambio_registro, detalle_registro)
               select :simulacionSQL, 'citas', c.id_cita, 'Borrar',
                      concat('cita del ', c.fecha_cita, ' ', c.hora_cita)
               from citas as c
               where c.paciente_cita = :idPacienteSQL
           end-exec.
           invoke SumarPrevistas().

           exec sql
               insert into simulaciones_registros
                   (simulacion_registro, tabla_registro, clave_registro, cambio_registro, detalle_registro)
               select :simulacionSQL, 'citas_historico', h.id_cita, 'Anonimizar',
                      concat('cita archivada del ', h.fecha_cita, '; se conservan especialidad, fecha y tipo')
               from citas_historico as h
               where h.paciente_cita = :idPacienteSQL
           end-exec.
           invoke SumarPrevistas().

           exec sql
               insert into simulaciones_registros
                   (simulacion_registro, tabla_registro, clave_registro, cambio_registro, detalle_registro)
               select :simulacionSQL, 'usuarios', u.id_usuario, 'Desactivar',
                      'la cuenta queda desactivada'
               from usuarios as u
               where u.id_usuario = :idPacienteSQL
           end-exec.
           invoke SumarPrevistas().

           if errorPrevision
               set previstas to -1
           else
               set previstas to registrosPrevistos
           end-if.

       end method.

       *>
       *> SumarPrevistas
       *>
       *> Acumula las filas anotadas por la última sentencia de una
       *> simulación de varias tablas, o deja constancia del error.
       *>
       method-id SumarPrevistas private.
       procedure division.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("Cita::SimularDerechoOlvido", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               set errorPrevision to True
           else
               add SQLERRD(3) to registrosPrevistos
           end-if.

       end method.

