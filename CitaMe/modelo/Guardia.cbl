       *>
       *> Guardia
       *>
       *> Clase que encapsula el calendario de guardias de los médicos
       *> por centro, que hasta ahora se planificaba en una hoja de
       *> cálculo. Cada día de cada centro tiene un médico de guardia
       *> que cubre las urgencias fuera de horario: desde la hora de
       *> inicio de guardia (parámetro guardia_hora_inicio, 21 por
       *> defecto) hasta la hora de relevo del día siguiente
       *> (guardia_hora_relevo, 8 por defecto) en los días laborables,
       *> y desde la hora de relevo en los fines de semana y festivos.
       *> Durante la guardia los walk-ins urgentes del centro entran en
       *> la cola del médico de guardia (ver Cita::RegistrarWalkIn).
       *>
       *> El calendario se genera por mes repartiendo las guardias
       *> entre los médicos del centro que hacen guardias (columna
       *> medicos.guardias_medico), activos, sin ausencia ese día (tabla
       *> ausencias_medico) y sin guardia el día anterior ni el
       *> siguiente; entre ellos se elige al que menos guardias del
       *> mismo tipo (Laborable o Festivo) lleva en el año, y a
       *> igualdad al que menos lleva en total. Los cambios entre
       *> médicos se solicitan y un administrador los aprueba o
       *> rechaza; solo al aprobarse cambia el médico de la guardia.
       *>
       *> Tablas:
       *>  - guardias: id_guardia, centro_guardia, fecha_guardia,
       *>    medico_guardia, tipo_guardia (Laborable o Festivo), con
       *>    índice único por (centro_guardia, fecha_guardia).
       *>  - cambios_guardia: id_cambio, guardia_cambio,
       *>    medico_saliente_cambio, medico_entrante_cambio,
       *>    motivo_cambio, estado_cambio (Pendiente, Aprobado o
       *>    Rechazado), fecha_solicitud_cambio,
       *>    usuario_resolucion_cambio y fecha_resolucion_cambio.
       *>
       *> El recuento mensual para nóminas se escribe en la carpeta
       *> guardias, junto al ejecutable.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.Guardia.

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
       *> MarcarElegible
       *>
       *> Incluye (o saca) a un médico del reparto de guardias.
       *>
       *> Parámetros:
       *>     idMedico (int): Id del médico
       *>     elegible (Boolean): True si hace guardias
       *>
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>              False en caso de error
       *>
       method-id MarcarElegible.
       local-storage section.
       01 idMedicoSQL pic S9(9) COMP-4.
       01 elegibleSQL pic 9.
       procedure division using by value idMedico as binary-long
                                         elegible as type Boolean
                                   returning exito as type Boolean.

           set idMedicoSQL to idMedico.
           if elegible
               set elegibleSQL to 1
           else
               set elegibleSQL to 0
           end-if

           exec sql
               update medicos
               set guardias_medico = :elegibleSQL
               where id_usuario_medico = :idMedicoSQL
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
       *> EsDiaFestivo
       *>
       *> True si la fecha es sábado, domingo o festivo del calendario.
       *>
       method-id EsDiaFestivo private.
       local-storage section.
       01 fechaSQL pic x(10).
       01 existeFila pic S9(9) COMP-4.
       procedure division using by value fecha as type DateTime
                                   returning festivo as type Boolean.

           if fecha::DayOfWeek = type DayOfWeek::Saturday or fecha::DayOfWeek = type DayOfWeek::Sunday
               set festivo to True
               goback
           end-if

           set festivo to False.
           set fechaSQL to fecha::ToString("yyyy-MM-dd").

           exec sql
               select count(*) into :existeFila
               from festivos as f
               where f.fecha_festivo = :fechaSQL
           end-exec.

           if SQLCODE = 0 and existeFila > 0
               set festivo to True
           end-if.

       end method.

       *>
       *> PuedeHacerGuardia
       *>
       *> True si el médico está activo, no tiene ausencia ese día y no
       *> tiene guardia (en ningún centro) ese día, el anterior ni el
       *> siguiente.
       *>
       method-id PuedeHacerGuardia private.
       local-storage section.
       01 idMedicoSQL pic S9(9) COMP-4.
       01 fechaSQL pic x(10).
       01 anteriorSQL pic x(10).
       01 siguienteSQL pic x(10).
       01 activo pic S9(9) COMP-4.
       01 ausencias pic S9(9) COMP-4.
       01 guardiasCerca pic S9(9) COMP-4.
       01 idExcluidaSQL pic S9(9) COMP-4.
       procedure division using by value idMedico as binary-long
                                         fecha as type DateTime
                                         idGuardiaExcluida as binary-long
                                   returning puede as type Boolean.

           set puede to False.
           set idMedicoSQL to idMedico.
           set idExcluidaSQL to idGuardiaExcluida.
           set fechaSQL to fecha::ToString("yyyy-MM-dd").
           set anteriorSQL to fecha::AddDays(-1)::ToString("yyyy-MM-dd").
           set siguienteSQL to fecha::AddDays(1)::ToString("yyyy-MM-dd").

           exec sql
               select count(*) into :activo
               from medicos as m
               inner join usuarios as u on (m.id_usuario_medico = u.id_usuario)
               where m.id_usuario_medico = :idMedicoSQL
                 and u.activo_usuario = 1
           end-exec.

           if not SQLCODE = 0 or activo = 0
               goback
           end-if

           exec sql
               select count(*) into :ausencias
               from ausencias_medico as a
               where a.medico_ausencia = :idMedicoSQL
                 and :fechaSQL between a.inicio_ausencia and a.fin_ausencia
           end-exec.

           if not SQLCODE = 0 or ausencias > 0
               goback
           end-if

           exec sql
               select count(*) into :guardiasCerca
               from guardias as g
               where g.medico_guardia = :idMedicoSQL
                 and g.fecha_guardia between :anteriorSQL and :siguienteSQL
                 and g.id_guardia <> :idExcluidaSQL
           end-exec.

           if SQLCODE = 0 and guardiasCerca = 0
               set puede to True
           end-if.

       end method.

       *>
       *> GenerarCalendario
       *>
       *> Reparte las guardias de un mes de un centro entre sus
       *> médicos de guardia. Los días que ya tienen guardia se
       *> respetan, así que se puede volver a generar el mes tras dar
       *> de alta un médico de guardia. Un día sin ningún médico
       *> posible queda sin cubrir y se avisa por el registro de
       *> errores.
       *>
       *> Parámetros:
       *>     centro (str): Nombre del centro
       *>     mes (str): Mes, "yyyy-MM"
       *>
       *> Devuelve:
       *>     int: Número de guardias asignadas
       *>
       method-id GenerarCalendario.
       local-storage section.
       01 centroSQL pic x(25).
       01 inicioAnioSQL pic x(10).
       01 finAnioSQL pic x(10).
       01 fechaSQL pic x(10).
       01 tipoSQL pic x(10).
       01 idMedicoSQL pic S9(9) COMP-4.
       01 numLaborables pic S9(9) COMP-4.
       01 numFestivos pic S9(9) COMP-4.
       01 existeFila pic S9(9) COMP-4.
       01 candidatos List[binary-long].
       01 laborables List[binary-long].
       01 festivos List[binary-long].
       01 primerDia type DateTime.
       01 dia type DateTime.
       01 diasMes binary-short.
       01 indiceDia binary-short.
       01 indice binary-long.
       01 elegido binary-long.
       01 esFestivo type Boolean.
       01 cuentaTipo binary-long.
       01 cuentaElegido binary-long.
       01 totalElegido binary-long.
       01 asignadas binary-long.
       procedure division using by value centro as string
                                         mes as string
                                   returning totalAsignadas as binary-long.

           set asignadas to 0.
           set totalAsignadas to 0.
           set centroSQL to centro::Trim().
           set primerDia to type DateTime::ParseExact(type String::Concat(mes::Trim(), "-01"), "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture).
           set diasMes to type DateTime::DaysInMonth(primerDia::Year, primerDia::Month).
           set inicioAnioSQL to type String::Concat(primerDia::Year::ToString(), "-01-01").
           set finAnioSQL to type String::Concat(primerDia::Year::ToString(), "-12-31").

           set candidatos to new List[binary-long]().
           set laborables to new List[binary-long]().
           set festivos to new List[binary-long]().

           exec sql
               declare candidatosGuardiaTbl cursor for
                   select m.id_usuario_medico
                   from medicos as m
                   inner join usuarios as u on (m.id_usuario_medico = u.id_usuario)
                   inner join medico_centro as mc on (mc.medico_centro = m.id_usuario_medico)
                   where mc.centro_medico = :centroSQL
                     and coalesce(m.guardias_medico, 0) = 1
                     and u.activo_usuario = 1
                   order by m.id_usuario_medico
           end-exec.

           exec sql
               open candidatosGuardiaTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch candidatosGuardiaTbl into :idMedicoSQL
               end-exec
               if SQLCODE = 0
                   invoke candidatos::Add(idMedicoSQL)
               end-if
           end-perform.

           exec sql
               close candidatosGuardiaTbl
           end-exec.

           if candidatos::Count = 0
               invoke modeloErrores::RegistrarError("Guardia::GenerarCalendario", 0,
                   type String::Concat("El centro ", centro::Trim(), " no tiene médicos de guardia"))
               goback
           end-if

           *> Guardias que cada candidato lleva en el año, por tipo
           perform varying indice from 0 by 1 until indice >= candidatos::Count
               set idMedicoSQL to candidatos[indice]
               exec sql
                   select coalesce(sum(case when g.tipo_guardia = 'Festivo' then 0 else 1 end), 0),
                          coalesce(sum(case when g.tipo_guardia = 'Festivo' then 1 else 0 end), 0)
                   into :numLaborables, :numFestivos
                   from guardias as g
                   where g.medico_guardia = :idMedicoSQL
                     and g.fecha_guardia between :inicioAnioSQL and :finAnioSQL
               end-exec
               if not SQLCODE = 0
                   set numLaborables to 0
                   set numFestivos to 0
               end-if
               invoke laborables::Add(numLaborables)
               invoke festivos::Add(numFestivos)
           end-perform.

           perform varying indiceDia from 0 by 1 until indiceDia >= diasMes
               set dia to primerDia::AddDays(indiceDia)
               set fechaSQL to dia::ToString("yyyy-MM-dd")

               exec sql
                   select count(*) into :existeFila
                   from guardias as g
                   where g.centro_guardia = :centroSQL
                     and g.fecha_guardia = :fechaSQL
               end-exec

               if SQLCODE = 0 and existeFila = 0
                   set esFestivo to EsDiaFestivo(dia)
                   set elegido to -1
                   set cuentaElegido to 0
                   set totalElegido to 0
                   perform varying indice from 0 by 1 until indice >= candidatos::Count
                       if esFestivo
                           set cuentaTipo to festivos[indice]
                       else
                           set cuentaTipo to laborables[indice]
                       end-if
                       if elegido < 0
                           or cuentaTipo < cuentaElegido
                           or (cuentaTipo = cuentaElegido
                               and laborables[indice] + festivos[indice] < totalElegido)
                           if PuedeHacerGuardia(candidatos[indice], dia, 0)
                               set elegido to indice
                               set cuentaElegido to cuentaTipo
                               set totalElegido to laborables[indice] + festivos[indice]
                           end-if
                       end-if
                   end-perform

                   if elegido < 0
                       invoke modeloErrores::RegistrarError("Guardia::GenerarCalendario", 0,
                           type String::Concat("Guardia sin cubrir: ", centro::Trim(), " ", fechaSQL))
                   else
                       set idMedicoSQL to candidatos[elegido]
                       if esFestivo
                           set tipoSQL to "Festivo"
                       else
                           set tipoSQL to "Laborable"
                       end-if
                       exec sql
                           insert into guardias (centro_guardia, fecha_guardia, medico_guardia, tipo_guardia)
                           values (:centroSQL, :fechaSQL, :idMedicoSQL, :tipoSQL)
                       end-exec
                       if SQLCODE = 0
                           add 1 to asignadas
                           if esFestivo
                               set festivos[elegido] to festivos[elegido] + 1
                           else
                               set laborables[elegido] to laborables[elegido] + 1
                           end-if
                       end-if
                   end-if
               end-if
           end-perform.

           exec sql
               commit
           end-exec.

           set totalAsignadas to asignadas.

       end method.

       *>
       *> GenerarCalendariosPendientes
       *>
       *> Pasada mensual del planificador: genera el calendario del
       *> mes siguiente de todos los centros y el recuento para
       *> nóminas del mes pasado.
       *>
       *> Devuelve:
       *>     int: Número de guardias asignadas
       *>
       method-id GenerarCalendariosPendientes.
       local-storage section.
       01 modeloCentro type CitaMe.modelo.Centro.
       01 centros List[string].
       01 mesSiguiente string.
       01 asignadas binary-long.
       procedure division returning totalAsignadas as binary-long.

           set asignadas to 0.
           set mesSiguiente to type DateTime::Now::AddMonths(1)::ToString("yyyy-MM").
           set modeloCentro to new CitaMe.modelo.Centro().
           set centros to modeloCentro::DevuelveCentros().

           perform varying centro as string through centros
               add GenerarCalendario(centro, mesSiguiente) to asignadas
           end-perform.

           invoke GenerarRecuentoNomina(type DateTime::Now::AddMonths(-1)::ToString("yyyy-MM")).

           set totalAsignadas to asignadas.

       end method.

       *>
       *> DevuelveMedicoDeGuardia
       *>
       *> Devuelve el médico de guardia de un centro en un momento
       *> dado, o 0 si en ese momento no hay guardia (horario
       *> ordinario de un día laborable) o no está cubierta. De
       *> madrugada, antes del relevo, sigue la guardia del día
       *> anterior.
       *>
       *> Parámetros:
       *>     centro (str): Nombre del centro
       *>     momento (DateTime): Fecha y hora
       *>
       *> Devuelve:
       *>     int: Id del médico de guardia, 0 si no hay
       *>
       method-id DevuelveMedicoDeGuardia.
       local-storage section.
       01 parametros type CitaMe.modelo.Parametros.
       01 horaInicio binary-long.
       01 horaRelevo binary-long.
       01 diaGuardia type DateTime.
       01 enGuardia type Boolean.
       01 centroSQL pic x(25).
       01 fechaSQL pic x(10).
       01 idMedicoSQL pic S9(9) COMP-4.
       procedure division using by value centro as string
                                         momento as type DateTime
                                   returning idMedico as binary-long.

           set idMedico to 0.
           set parametros to new CitaMe.modelo.Parametros().
           set horaInicio to parametros::DevuelveEntero("guardia_hora_inicio", 21).
           set horaRelevo to parametros::DevuelveEntero("guardia_hora_relevo", 8).

           set enGuardia to False.
           if momento::Hour < horaRelevo
               set diaGuardia to momento::Date::AddDays(-1)
               set enGuardia to True
           else
               set diaGuardia to momento::Date
               if momento::Hour >= horaInicio or EsDiaFestivo(diaGuardia)
                   set enGuardia to True
               end-if
           end-if

           if not enGuardia
               goback
           end-if

           set centroSQL to centro::Trim().
           set fechaSQL to diaGuardia::ToString("yyyy-MM-dd").

           exec sql
               select g.medico_guardia into :idMedicoSQL
               from guardias as g
               where g.centro_guardia = :centroSQL
                 and g.fecha_guardia = :fechaSQL
           end-exec.

           if SQLCODE = 0
               set idMedico to idMedicoSQL
           end-if.

       end method.

       *>
       *> SolicitarCambio
       *>
       *> Registra la solicitud de cambio de una guardia a otro médico,
       *> pendiente de aprobación del administrador.
       *>
       *> Parámetros:
       *>     idGuardia (int): Guardia a cambiar
       *>     idMedicoEntrante (int): Médico que la haría
       *>     motivo (str): Motivo del cambio
       *>
       *> Devuelve:
       *>     str: "" si la solicitud queda registrada; en caso
       *>          contrario, el motivo del rechazo
       *>
       method-id SolicitarCambio.
       local-storage section.
       01 idGuardiaSQL pic S9(9) COMP-4.
       01 idEntranteSQL pic S9(9) COMP-4.
       01 idSalienteSQL pic S9(9) COMP-4.
       01 fechaGuardiaSQL pic x(10).
       01 motivoSQL pic x(255).
       01 ahoraSQL pic x(19).
       01 pendientes pic S9(9) COMP-4.
       01 fechaGuardia type DateTime.
       procedure division using by value idGuardia as binary-long
                                         idMedicoEntrante as binary-long
                                         motivo as string
                                   returning rechazo as string.

           set rechazo to "".
           set idGuardiaSQL to idGuardia.
           set idEntranteSQL to idMedicoEntrante.
           set motivoSQL to motivo::Trim().
           set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           exec sql
               select g.medico_guardia, g.fecha_guardia into :idSalienteSQL, :fechaGuardiaSQL
               from guardias as g
               where g.id_guardia = :idGuardiaSQL
           end-exec.

           if not SQLCODE = 0
               set rechazo to "La guardia no existe."
               goback
           end-if

           if idSalienteSQL = idEntranteSQL
               set rechazo to "El médico entrante ya es el de la guardia."
               goback
           end-if

           set fechaGuardia to type DateTime::ParseExact((fechaGuardiaSQL as string)::Trim(), "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture).
           if not PuedeHacerGuardia(idMedicoEntrante, fechaGuardia, idGuardia)
               set rechazo to "El médico entrante no está activo, está ausente o tiene otra guardia ese día o el anterior o siguiente."
               goback
           end-if

           exec sql
               select count(*) into :pendientes
               from cambios_guardia as cg
               where cg.guardia_cambio = :idGuardiaSQL
                 and cg.estado_cambio = 'Pendiente'
           end-exec.

           if SQLCODE = 0 and pendientes > 0
               set rechazo to "La guardia ya tiene un cambio pendiente de aprobación."
               goback
           end-if

           exec sql
               insert into cambios_guardia
                   (guardia_cambio, medico_saliente_cambio, medico_entrante_cambio,
                    motivo_cambio, estado_cambio, fecha_solicitud_cambio)
               values
                   (:idGuardiaSQL, :idSalienteSQL, :idEntranteSQL,
                    :motivoSQL, 'Pendiente', :ahoraSQL)
           end-exec.

           if not SQLCODE = 0
               set rechazo to "Ha ocurrido un error registrando la solicitud."
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
       *> ResolverCambio
       *>
       *> Aprueba o rechaza un cambio de guardia pendiente. Solo lo
       *> puede resolver un administrador; al aprobarlo se comprueba
       *> de nuevo que el entrante puede hacer la guardia y se cambia
       *> el médico de la guardia.
       *>
       *> Parámetros:
       *>     idCambio (int): Solicitud de cambio
       *>     aprobar (Boolean): True para aprobar, False para rechazar
       *>     idAdministrador (int): Usuario que resuelve
       *>
       *> Devuelve:
       *>     str: "" si queda resuelto; en caso contrario, el motivo
       *>
       method-id ResolverCambio.
       local-storage section.
       01 idCambioSQL pic S9(9) COMP-4.
       01 idAdminSQL pic S9(9) COMP-4.
       01 idGuardiaSQL pic S9(9) COMP-4.
       01 idSalienteSQL pic S9(9) COMP-4.
       01 idEntranteSQL pic S9(9) COMP-4.
       01 fechaGuardiaSQL pic x(10).
       01 esAdmin pic S9(9) COMP-4.
       01 estadoSQL pic x(10).
       01 ahoraSQL pic x(19).
       01 fechaGuardia type DateTime.
       procedure division using by value idCambio as binary-long
                                         aprobar as type Boolean
                                         idAdministrador as binary-long
                                   returning rechazo as string.

           set rechazo to "".
           set idCambioSQL to idCambio.
           set idAdminSQL to idAdministrador.
           set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           exec sql
               select count(*) into :esAdmin
               from usuarios as u
               where u.id_usuario = :idAdminSQL
                 and u.tipo_usuario = 0
                 and u.activo_usuario = 1
           end-exec.

           if not SQLCODE = 0 or esAdmin = 0
               set rechazo to "Solo un administrador puede resolver cambios de guardia."
               goback
           end-if

           exec sql
               select cg.guardia_cambio, cg.medico_saliente_cambio, cg.medico_entrante_cambio, g.fecha_guardia
               into :idGuardiaSQL, :idSalienteSQL, :idEntranteSQL, :fechaGuardiaSQL
               from cambios_guardia as cg
               inner join guardias as g on (cg.guardia_cambio = g.id_guardia)
               where cg.id_cambio = :idCambioSQL
                 and cg.estado_cambio = 'Pendiente'
           end-exec.

           if not SQLCODE = 0
               set rechazo to "El cambio no existe o ya está resuelto."
               goback
           end-if

           if aprobar
               set fechaGuardia to type DateTime::ParseExact((fechaGuardiaSQL as string)::Trim(), "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture)
               if not PuedeHacerGuardia(idEntranteSQL, fechaGuardia, idGuardiaSQL)
                   set rechazo to "El médico entrante ya no puede hacer la guardia: recházelo."
                   goback
               end-if

               *> Solo si la guardia sigue siendo del saliente
               exec sql
                   update guardias
                   set medico_guardia = :idEntranteSQL
                   where id_guardia = :idGuardiaSQL
                     and medico_guardia = :idSalienteSQL
               end-exec

               if not SQLCODE = 0 or SQLERRD(3) = 0
                   set rechazo to "La guardia ha cambiado de médico desde la solicitud."
                   exec sql
                       rollback
                   end-exec
                   goback
               end-if
               set estadoSQL to "Aprobado"
           else
               set estadoSQL to "Rechazado"
           end-if

           exec sql
               update cambios_guardia
               set estado_cambio = :estadoSQL,
                   usuario_resolucion_cambio = :idAdminSQL,
                   fecha_resolucion_cambio = :ahoraSQL
               where id_cambio = :idCambioSQL
           end-exec.

           if not SQLCODE = 0
               set rechazo to "Ha ocurrido un error resolviendo el cambio."
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
       *> DevuelveCalendario
       *>
       *> Devuelve las guardias de un mes de un centro.
       *>
       *> Parámetros:
       *>     centro (str): Nombre del centro
       *>     mes (str): Mes, "yyyy-MM"
       *>
       *> Devuelve:
       *>     List[str]: "id - fecha (tipo): médico"
       *>
       method-id DevuelveCalendario.
       local-storage section.
       01 centroSQL pic x(25).
       01 mesLikeSQL pic x(8).
       01 idGuardia pic S9(9) COMP-4.
       01 fechaSQL pic x(10).
       01 tipo pic x(10).
       01 nombreReal pic x(45).
       01 apellidos pic x(80).
       procedure division using by value centro as string
                                         mes as string
                                   returning calendario as List[string].

           set calendario to new List[string]().
           set centroSQL to centro::Trim().
           set mesLikeSQL to type String::Concat(mes::Trim(), "%").

           exec sql
               declare calendarioGuardiasTbl cursor for
                   select g.id_guardia, g.fecha_guardia, g.tipo_guardia,
                          coalesce(u.nombre_real_usuario, ''), coalesce(u.apellidos_usuario, '')
                   from guardias as g
                   left join usuarios as u on (g.medico_guardia = u.id_usuario)
                   where g.centro_guardia = :centroSQL
                     and g.fecha_guardia like :mesLikeSQL
                   order by g.fecha_guardia
           end-exec.

           exec sql
               open calendarioGuardiasTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch calendarioGuardiasTbl into :idGuardia, :fechaSQL, :tipo, :nombreReal, :apellidos
               end-exec
               if SQLCODE = 0
                   invoke calendario::Add(type String::Concat(idGuardia::ToString(), " - ",
                       (fechaSQL as string)::Trim(), " (", (tipo as string)::Trim(), "): ",
                       (nombreReal as string)::Trim(), " ", (apellidos as string)::Trim()))
               end-if
           end-perform.

           exec sql
               close calendarioGuardiasTbl
           end-exec.

       end method.

       *>
       *> DevuelveCambiosPendientes
       *>
       *> Devuelve las solicitudes de cambio de guardia pendientes de
       *> aprobación.
       *>
       *> Devuelve:
       *>     List[str]: "id - centro fecha: saliente -> entrante (motivo)"
       *>
       method-id DevuelveCambiosPendientes.
       local-storage section.
       01 idCambio pic S9(9) COMP-4.
       01 centro pic x(25).
       01 fechaSQL pic x(10).
       01 saliente pic x(130).
       01 entrante pic x(130).
       01 motivo pic x(255).
       procedure division returning cambios as List[string].

           set cambios to new List[string]().

           exec sql
               declare cambiosGuardiaTbl cursor for
                   select cg.id_cambio, g.centro_guardia, g.fecha_guardia,
                          concat(coalesce(us.nombre_real_usuario, ''), ' ', coalesce(us.apellidos_usuario, '')),
                          concat(coalesce(ue.nombre_real_usuario, ''), ' ', coalesce(ue.apellidos_usuario, '')),
                          coalesce(cg.motivo_cambio, '')
                   from cambios_guardia as cg
                   inner join guardias as g on (cg.guardia_cambio = g.id_guardia)
                   left join usuarios as us on (cg.medico_saliente_cambio = us.id_usuario)
                   left join usuarios as ue on (cg.medico_entrante_cambio = ue.id_usuario)
                   where cg.estado_cambio = 'Pendiente'
                   order by g.fecha_guardia
           end-exec.

           exec sql
               open cambiosGuardiaTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch cambiosGuardiaTbl into :idCambio, :centro, :fechaSQL, :saliente, :entrante, :motivo
               end-exec
               if SQLCODE = 0
                   invoke cambios::Add(type String::Concat(idCambio::ToString(), " - ",
                       (centro as string)::Trim(), " ", (fechaSQL as string)::Trim(), ": ",
                       (saliente as string)::Trim(), " -> ", (entrante as string)::Trim(),
                       " (", (motivo as string)::Trim(), ")"))
               end-if
           end-perform.

           exec sql
               close cambiosGuardiaTbl
           end-exec.

       end method.

       *>
       *> DevuelveRecuentoMensual
       *>
       *> Devuelve el número de guardias de cada médico en un mes, en
       *> todos los centros, separando laborables y festivos.
       *>
       *> Parámetros:
       *>     mes (str): Mes, "yyyy-MM"
       *>
       *> Devuelve:
       *>     List[str]: "id;médico;laborables;festivos;total"
       *>
       method-id DevuelveRecuentoMensual.
       local-storage section.
       01 mesLikeSQL pic x(8).
       01 idMedico pic S9(9) COMP-4.
       01 nombre pic x(130).
       01 numLaborables pic S9(9) COMP-4.
       01 numFestivos pic S9(9) COMP-4.
       01 total binary-long.
       procedure division using by value mes as string
                                   returning recuento as List[string].

           set recuento to new List[string]().
           set mesLikeSQL to type String::Concat(mes::Trim(), "%").

           exec sql
               declare recuentoGuardiasTbl cursor for
                   select g.medico_guardia,
                          concat(coalesce(u.nombre_real_usuario, ''), ' ', coalesce(u.apellidos_usuario, '')),
                          coalesce(sum(case when g.tipo_guardia = 'Festivo' then 0 else 1 end), 0),
                          coalesce(sum(case when g.tipo_guardia = 'Festivo' then 1 else 0 end), 0)
                   from guardias as g
                   left join usuarios as u on (g.medico_guardia = u.id_usuario)
                   where g.fecha_guardia like :mesLikeSQL
                   group by g.medico_guardia, u.nombre_real_usuario, u.apellidos_usuario
                   order by u.apellidos_usuario, u.nombre_real_usuario
           end-exec.

           exec sql
               open recuentoGuardiasTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch recuentoGuardiasTbl into :idMedico, :nombre, :numLaborables, :numFestivos
               end-exec
               if SQLCODE = 0
                   compute total = numLaborables + numFestivos
                   invoke recuento::Add(type String::Concat(idMedico::ToString(), ";",
                       (nombre as string)::Trim(), ";", numLaborables::ToString(), ";",
                       numFestivos::ToString(), ";", total::ToString()))
               end-if
           end-perform.

           exec sql
               close recuentoGuardiasTbl
           end-exec.

       end method.

       *>
       *> GenerarRecuentoNomina
       *>
       *> Escribe el recuento mensual de guardias por médico para
       *> nóminas en guardias\nomina_<mes>.csv.
       *>
       *> Parámetros:
       *>     mes (str): Mes, "yyyy-MM"
       *>
       *> Devuelve:
       *>     str: ruta del fichero
       *>
       method-id GenerarRecuentoNomina.
       local-storage section.
       01 lineas List[string].
       01 contenido type System.Text.StringBuilder.
       01 carpeta string.
       01 rutaArchivo string.
       procedure division using by value mes as string
                                   returning rutaFichero as string.

           set lineas to DevuelveRecuentoMensual(mes).

           set contenido to new System.Text.StringBuilder().
           invoke contenido::AppendLine("id_medico;medico;laborables;festivos;total").
           perform varying linea as string through lineas
               invoke contenido::AppendLine(linea)
           end-perform.

           set carpeta to type String::Concat(type AppDomain::CurrentDomain::BaseDirectory, "guardias").
           if not type System.IO.Directory::Exists(carpeta)
               invoke type System.IO.Directory::CreateDirectory(carpeta)
           end-if
           set rutaArchivo to type String::Concat(carpeta, "\nomina_", mes::Trim(), ".csv").
           invoke type System.IO.File::WriteAllText(rutaArchivo, contenido::ToString()).

           set rutaFichero to rutaArchivo.

       end method.

       end class.
