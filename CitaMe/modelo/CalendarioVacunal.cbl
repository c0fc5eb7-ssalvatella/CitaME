       *>
       *> CalendarioVacunal
       *>
       *> Clase que encapsula el calendario vacunal individual. Las
       *> campañas (ver modelo Campania) invitan una sola vez a una
       *> cohorte; el calendario, en cambio, sigue a cada paciente
       *> según su edad: el calendario oficial se guarda como reglas
       *> "vacuna, número de dosis, ventana de edad en meses e
       *> intervalo mínimo en días desde la dosis anterior" (tabla
       *> reglas_vacunales) y el estado de cada paciente se calcula a
       *> partir de las dosis ya registradas, tanto las del propio
       *> calendario (tabla vacunas_administradas) como las de las
       *> campañas (campania_invitados).
       *>
       *> Estado de cada dosis del calendario:
       *>   Administrada         ya registrada
       *>   Pendiente            en su ventana y prevista antes de
       *>                        DIAS_AVISO días
       *>   Programada           prevista más adelante
       *>   En espera            falta la dosis anterior
       *>   Atrasada             ventana cerrada hace menos de
       *>                        MESES_RECUPERACION meses
       *>   Fuera de calendario  ventana cerrada hace más tiempo; no se
       *>                        persigue ni se invita
       *>
       *> La pasada semanal del planificador de tareas invita a los
       *> pacientes con dosis pendientes o atrasadas por el
       *> Notificador, anotando cada invitación (tabla
       *> vacunas_invitaciones) para no insistir cada semana.
       *>
       *> Tablas: reglas_vacunales (id_regla_vacunal, vacuna_regla,
       *> dosis_regla, edad_min_meses_regla, edad_max_meses_regla,
       *> intervalo_min_dias_regla), vacunas_administradas
       *> (id_vacunacion, paciente_vacunacion, vacuna_vacunacion,
       *> dosis_vacunacion, fecha_vacunacion, lote_vacunacion,
       *> profesional_vacunacion, cita_vacunacion) y
       *> vacunas_invitaciones (paciente_invitacion,
       *> vacuna_invitacion, dosis_invitacion, fecha_invitacion).
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.CalendarioVacunal.

       working-storage section.

       *> Regla del calendario oficial
       01 id_regla_vacunal property pic S9(9) COMP-4.
       01 vacuna_regla property string.
       01 dosis_regla property binary-short.
       01 edad_min_meses_regla property binary-short.
       *> 0 = sin edad máxima
       01 edad_max_meses_regla property binary-short.
       01 intervalo_min_dias_regla property binary-short.

       *> Estado de una dosis del calendario de un paciente
       01 paciente_calendario property binary-long.
       01 nombre_paciente_calendario property string.
       01 vacuna_calendario property string.
       01 dosis_calendario property binary-short.
       01 fecha_prevista_calendario property string.
       01 fecha_limite_calendario property string.
       01 fecha_dosis_calendario property string.
       01 lote_calendario property string.
       01 estado_calendario property string.

       *> Días de antelación con los que una dosis entra en la lista
       *> semanal de pendientes
       01 DIAS_AVISO binary-short value 7.

       *> Meses tras el cierre de la ventana de edad en los que la
       *> dosis todavía se persigue como atrasada
       01 MESES_RECUPERACION binary-short value 24.

       *> Meses que se deja reposar una invitación antes de volver a
       *> invitar al mismo paciente por la misma dosis
       01 MESES_ENTRE_INVITACIONES binary-short value 1.

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
       *> ConfigurarRegla
       *>
       *> Da de alta (o sustituye) la regla de una dosis del
       *> calendario oficial.
       *>
       *> Parámetros:
       *>     vacuna (str): Vacuna (p.ej. Hexavalente, Triple vírica)
       *>     dosis (int): Número de dosis (1, 2, ...)
       *>     edadMinMeses (int): Edad mínima, en meses, de la dosis
       *>     edadMaxMeses (int): Edad máxima, en meses; 0 sin límite
       *>     intervaloMinDias (int): Días mínimos desde la dosis
       *>                             anterior (0 para la primera)
       *>
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>              False en caso de error
       *>
       method-id ConfigurarRegla.
       local-storage section.
       01 vacunaSQL pic x(100).
       01 dosisSQL pic S9(4) COMP-4.
       01 edadMinSQL pic S9(4) COMP-4.
       01 edadMaxSQL pic S9(4) COMP-4.
       01 intervaloSQL pic S9(4) COMP-4.
       procedure division using by value vacuna as string
                                         dosis as binary-short
                                         edadMinMeses as binary-short
                                         edadMaxMeses as binary-short
                                         intervaloMinDias as binary-short
                                   returning exito as type Boolean.

           if vacuna::Trim()::Equals("") or dosis < 1 or edadMinMeses < 0
               or intervaloMinDias < 0
               or (edadMaxMeses > 0 and edadMaxMeses < edadMinMeses)
               set exito to False
               goback
           end-if

           set vacunaSQL to vacuna::Trim().
           set dosisSQL to dosis.
           set edadMinSQL to edadMinMeses.
           set edadMaxSQL to edadMaxMeses.
           set intervaloSQL to intervaloMinDias.

           exec sql
               delete from reglas_vacunales
               where vacuna_regla = :vacunaSQL
                 and dosis_regla = :dosisSQL
           end-exec.

           exec sql
               insert into reglas_vacunales
                   (vacuna_regla, dosis_regla, edad_min_meses_regla, edad_max_meses_regla, intervalo_min_dias_regla)
               values
                   (:vacunaSQL, :dosisSQL, :edadMinSQL, :edadMaxSQL, :intervaloSQL)
           end-exec.

           if SQLCODE < 0
               set exito to False
               invoke modeloErrores::RegistrarError("CalendarioVacunal::ConfigurarRegla", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               goback
           end-if

           set exito to True.
           exec sql
               commit
           end-exec.

       end method.

       *>
       *> EliminarRegla
       *>
       *> Elimina una regla del calendario. Las dosis ya registradas
       *> no se tocan.
       *>
       *> Parámetros:
       *>     idRegla (int): Regla a eliminar
       *>
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>              False en caso de error
       *>
       method-id EliminarRegla.
       local-storage section.
       01 idReglaSQL pic S9(9) COMP-4.
       procedure division using by value idRegla as binary-long
                                   returning exito as type Boolean.

           set idReglaSQL to idRegla.

           exec sql
               delete from reglas_vacunales
               where id_regla_vacunal = :idReglaSQL
           end-exec.

           if SQLCODE < 0
               set exito to False
           else
               set exito to True
           end-if

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> DevuelveReglas
       *>
       *> Devuelve las reglas del calendario oficial, por vacuna y
       *> número de dosis.
       *>
       *> Devuelve:
       *>     List[CalendarioVacunal]: reglas del calendario
       *>
       method-id DevuelveReglas.
       local-storage section.
       01 reglaActual type CalendarioVacunal.
       01 idRegla pic S9(9) COMP-4.
       01 vacuna pic x(100).
       01 dosis pic S9(4) COMP-4.
       01 edadMin pic S9(4) COMP-4.
       01 edadMax pic S9(4) COMP-4.
       01 intervalo pic S9(4) COMP-4.
       procedure division returning reglas as List[type CalendarioVacunal].

           set reglas to new List[type CalendarioVacunal]().

           exec sql
               declare reglasVacunalesTbl cursor for
                   select r.id_regla_vacunal, r.vacuna_regla, r.dosis_regla,
                          r.edad_min_meses_regla, coalesce(r.edad_max_meses_regla, 0),
                          coalesce(r.intervalo_min_dias_regla, 0)
                   from reglas_vacunales as r
                   order by r.vacuna_regla asc, r.dosis_regla asc
           end-exec.

           exec sql
               open reglasVacunalesTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch reglasVacunalesTbl into
                   :idRegla, :vacuna, :dosis, :edadMin, :edadMax, :intervalo
               end-exec
               if SQLCODE = 0
                   set reglaActual to new CalendarioVacunal()
                   set reglaActual::id_regla_vacunal to idRegla
                   set reglaActual::vacuna_regla to (vacuna as string)::Trim()
                   set reglaActual::dosis_regla to dosis
                   set reglaActual::edad_min_meses_regla to edadMin
                   set reglaActual::edad_max_meses_regla to edadMax
                   set reglaActual::intervalo_min_dias_regla to intervalo
                   invoke reglas::Add(reglaActual)
               end-if
           end-perform.

           exec sql
               close reglasVacunalesTbl
           end-exec.

       end method.

       *>
       *> RegistrarDosis
       *>
       *> Registra una dosis administrada fuera de campaña. El número
       *> de dosis es el siguiente de esa vacuna para el paciente
       *> (contando también las de campaña). Se rechaza la dosis puesta
       *> antes de la edad mínima o del intervalo mínimo de su regla, y
       *> la de un lote bloqueado en el inventario (ver
       *> Inventario::LoteDisponible).
       *>
       *> Parámetros:
       *>     idPaciente (int): Paciente vacunado
       *>     vacuna (str): Vacuna administrada
       *>     fecha (str): Fecha de la dosis, "yyyy-MM-dd" (permite
       *>                  pasar al calendario dosis de la cartilla
       *>                  en papel)
       *>     lote (str): Lote de la vacuna, "" si no consta
       *>     idProfesional (int): Usuario que registra la dosis
       *>     idCita (int): Cita en la que se administra, 0 si ninguna
       *>
       *> Devuelve:
       *>     str: "" si se ha registrado, o el motivo del rechazo
       *>
       method-id RegistrarDosis.
       local-storage section.
       01 idPacienteSQL pic S9(9) COMP-4.
       01 vacunaSQL pic x(100).
       01 dosisSQL pic S9(4) COMP-4.
       01 fechaSQL pic x(10).
       01 loteSQL pic x(50).
       01 profesionalSQL pic S9(9) COMP-4.
       01 idCitaSQL pic S9(9) COMP-4.
       01 fechaNacimiento pic x(19).
       01 edadMinSQL pic S9(4) COMP-4.
       01 intervaloSQL pic S9(4) COMP-4.
       01 nacimiento type DateTime.
       01 fechaDosis type DateTime.
       01 fechaMinima type DateTime.
       01 vacunas List[string].
       01 fechas List[string].
       01 lotes List[string].
       01 posicion binary-long.
       01 fechaAnterior string.
       01 modeloInventario type CitaMe.modelo.Inventario.
       procedure division using by value idPaciente as binary-long
                                         vacuna as string
                                         fecha as string
                                         lote as string
                                         idProfesional as binary-long
                                         idCita as binary-long
                                   returning motivo as string.

           set motivo to "".

           if vacuna::Trim()::Equals("")
               set motivo to "Indique la vacuna administrada."
               goback
           end-if

           set fechaDosis to type DateTime::ParseExact(fecha::Trim(), "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture).
           if fechaDosis > type DateTime::Today
               set motivo to "La fecha de la dosis no puede ser futura."
               goback
           end-if

           if not lote::Trim()::Equals("")
               set modeloInventario to new CitaMe.modelo.Inventario()
               if not modeloInventario::LoteDisponible(lote)
                   set motivo to "El lote está bloqueado en el inventario (cuarentena o retirada)."
                   goback
               end-if
           end-if

           set idPacienteSQL to idPaciente.
           set vacunaSQL to vacuna::Trim().

           exec sql
               select u.fechaNacimiento_usuario into :fechaNacimiento
               from usuarios as u
               where u.id_usuario = :idPacienteSQL
           end-exec.
           if not SQLCODE = 0
               set motivo to "El paciente no existe."
               goback
           end-if
           set nacimiento to type DateTime::Parse((fechaNacimiento as string)::Trim()).

           *> Dosis ya puestas de esa vacuna (calendario y campañas)
           set vacunas to new List[string]().
           set fechas to new List[string]().
           set lotes to new List[string]().
           invoke CargarDosis(idPaciente, vacunas, fechas, lotes).
           set dosisSQL to 1.
           set fechaAnterior to "".
           perform varying posicion from 0 by 1 until posicion >= vacunas::Count
               if vacunas[posicion]::ToUpper()::Equals(vacuna::Trim()::ToUpper())
                   add 1 to dosisSQL
                   set fechaAnterior to fechas[posicion]
               end-if
           end-perform.

           *> Edad mínima e intervalo de la regla de esa dosis, si la
           *> vacuna está en el calendario
           exec sql
               select r.edad_min_meses_regla, coalesce(r.intervalo_min_dias_regla, 0)
               into :edadMinSQL, :intervaloSQL
               from reglas_vacunales as r
               where r.vacuna_regla = :vacunaSQL
                 and r.dosis_regla = :dosisSQL
           end-exec.

           if SQLCODE = 0
               set fechaMinima to nacimiento::AddMonths(edadMinSQL)
               if fechaDosis < fechaMinima
                   set motivo to type String::Concat("El paciente no tenía la edad mínima de la dosis ",
                       dosisSQL::ToString(), " (", edadMinSQL::ToString(), " meses, a partir del ",
                       fechaMinima::ToString("dd/MM/yyyy"), ").")
                   goback
               end-if
               if not fechaAnterior::Equals("") and intervaloSQL > 0
                   set fechaMinima to type DateTime::ParseExact(fechaAnterior, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture)::AddDays(intervaloSQL)
                   if fechaDosis < fechaMinima
                       set motivo to type String::Concat("No se respeta el intervalo mínimo de ",
                           intervaloSQL::ToString(), " días desde la dosis anterior (a partir del ",
                           fechaMinima::ToString("dd/MM/yyyy"), ").")
                       goback
                   end-if
               end-if
           end-if

           set fechaSQL to fechaDosis::ToString("yyyy-MM-dd").
           set loteSQL to lote::Trim().
           set profesionalSQL to idProfesional.
           set idCitaSQL to idCita.

           exec sql
               insert into vacunas_administradas
                   (paciente_vacunacion, vacuna_vacunacion, dosis_vacunacion, fecha_vacunacion,
                    lote_vacunacion, profesional_vacunacion, cita_vacunacion)
               values
                   (:idPacienteSQL, :vacunaSQL, :dosisSQL, :fechaSQL,
                    :loteSQL, :profesionalSQL, :idCitaSQL)
           end-exec.

           if SQLCODE < 0
               set motivo to "Ha ocurrido un error registrando la dosis."
               invoke modeloErrores::RegistrarError("CalendarioVacunal::RegistrarDosis", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
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
       *> DevuelveEstadoPaciente
       *>
       *> Devuelve el estado de cada dosis del calendario oficial para
       *> un paciente, calculado a partir de su fecha de nacimiento y
       *> de las dosis ya registradas. Lista vacía si el paciente no
       *> tiene fecha de nacimiento.
       *>
       *> Parámetros:
       *>     idPaciente (int): Paciente a consultar
       *>
       *> Devuelve:
       *>     List[CalendarioVacunal]: una entrada por dosis del
       *>                              calendario
       *>
       method-id DevuelveEstadoPaciente.
       local-storage section.
       01 idPacienteSQL pic S9(9) COMP-4.
       01 fechaNacimiento pic x(19).
       01 nombre pic x(45).
       01 apellidos pic x(80).
       01 nombreStr string.
       01 nacimiento type DateTime.
       01 reglas List[type CalendarioVacunal].
       procedure division using by value idPaciente as binary-long
                                   returning estado as List[type CalendarioVacunal].

           set estado to new List[type CalendarioVacunal]().
           set idPacienteSQL to idPaciente.

           exec sql
               select coalesce(u.fechaNacimiento_usuario, ''),
                      coalesce(u.nombre_real_usuario, ''), coalesce(u.apellidos_usuario, '')
               into :fechaNacimiento, :nombre, :apellidos
               from usuarios as u
               where u.id_usuario = :idPacienteSQL
           end-exec.

           if not SQLCODE = 0 or (fechaNacimiento as string)::Trim()::Equals("")
               goback
           end-if

           set nacimiento to type DateTime::Parse((fechaNacimiento as string)::Trim()).
           set nombreStr to type String::Concat((nombre as string)::Trim(), " ", (apellidos as string)::Trim()).
           set reglas to DevuelveReglas().
           set estado to CalcularEstado(idPaciente, nombreStr, nacimiento, reglas).

       end method.

       *>
       *> DevuelvePendientes
       *>
       *> Lista semanal de dosis pendientes (previstas antes de
       *> DIAS_AVISO días) y atrasadas, por médico y por centro: los
       *> pacientes de un médico son los que tienen alguna cita con
       *> él (viva o archivada), y los de un centro los que tienen
       *> alguna cita con un médico del centro (tabla medico_centro).
       *>
       *> Parámetros:
       *>     idMedico (int): Médico, 0 para cualquiera
       *>     centro (str): Centro, "" para cualquiera
       *>
       *> Devuelve:
       *>     List[CalendarioVacunal]: dosis pendientes y atrasadas,
       *>                              por paciente
       *>
       method-id DevuelvePendientes.
       local-storage section.
       01 idMedicoSQL pic S9(9) COMP-4.
       01 centroSQL pic x(25).
       01 idPaciente pic S9(9) COMP-4.
       01 fechaNacimiento pic x(19).
       01 nombre pic x(45).
       01 apellidos pic x(80).
       01 idsPacientes List[binary-long].
       01 nombresPacientes List[string].
       01 nacimientos List[string].
       01 reglas List[type CalendarioVacunal].
       01 estadoPaciente List[type CalendarioVacunal].
       01 nacimiento type DateTime.
       01 posicion binary-long.
       procedure division using by value idMedico as binary-long
                                         centro as string
                                   returning pendientes as List[type CalendarioVacunal].

           set pendientes to new List[type CalendarioVacunal]().
           set idsPacientes to new List[binary-long]().
           set nombresPacientes to new List[string]().
           set nacimientos to new List[string]().
           set idMedicoSQL to idMedico.
           set centroSQL to centro::Trim().

           exec sql
               declare pacientesCalendarioTbl cursor for
                   select u.id_usuario, u.fechaNacimiento_usuario,
                          coalesce(u.nombre_real_usuario, ''), coalesce(u.apellidos_usuario, '')
                   from usuarios as u
                   where u.tipo_usuario = 2
                     and u.activo_usuario = 1
                     and u.fechaNacimiento_usuario is not null
                     and (:idMedicoSQL = 0 or exists (
                         select 1 from (
                             select c.paciente_cita, c.medico_cita from citas as c
                             union all
                             select h.paciente_cita, h.medico_cita from citas_historico as h
                         ) as t
                         where t.paciente_cita = u.id_usuario
                           and t.medico_cita = :idMedicoSQL
                     ))
                     and (:centroSQL = '' or exists (
                         select 1 from (
                             select c2.paciente_cita, c2.medico_cita from citas as c2
                             union all
                             select h2.paciente_cita, h2.medico_cita from citas_historico as h2
                         ) as t2
                         inner join medico_centro as mc on (t2.medico_cita = mc.medico_centro)
                         where t2.paciente_cita = u.id_usuario
                           and mc.centro_medico = :centroSQL
                     ))
                   order by u.apellidos_usuario asc, u.nombre_real_usuario asc
           end-exec.

           exec sql
               open pacientesCalendarioTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch pacientesCalendarioTbl into :idPaciente, :fechaNacimiento, :nombre, :apellidos
               end-exec
               if SQLCODE = 0
                   invoke idsPacientes::Add(idPaciente)
                   invoke nacimientos::Add((fechaNacimiento as string)::Trim())
                   invoke nombresPacientes::Add(type String::Concat(
                       (nombre as string)::Trim(), " ", (apellidos as string)::Trim()))
               end-if
           end-perform.

           exec sql
               close pacientesCalendarioTbl
           end-exec.

           set reglas to DevuelveReglas().

           perform varying posicion from 0 by 1 until posicion >= idsPacientes::Count
               set nacimiento to type DateTime::Parse(nacimientos[posicion])
               set estadoPaciente to CalcularEstado(idsPacientes[posicion], nombresPacientes[posicion], nacimiento, reglas)
               perform varying dosis as type CalendarioVacunal through estadoPaciente
                   if dosis::estado_calendario::Equals("Pendiente") or dosis::estado_calendario::Equals("Atrasada")
                       invoke pendientes::Add(dosis)
                   end-if
               end-perform
           end-perform.

       end method.

       *>
       *> EnviarInvitaciones
       *>
       *> Invita por el Notificador a los pacientes con dosis
       *> pendientes o atrasadas, anotando cada invitación para no
       *> repetirla antes de MESES_ENTRE_INVITACIONES. Lanzada
       *> semanalmente por el planificador de tareas.
       *>
       *> Devuelve:
       *>     int: Número de invitaciones encoladas en esta pasada
       *>
       method-id EnviarInvitaciones.
       local-storage section.
       01 pendientes List[type CalendarioVacunal].
       01 idPacienteSQL pic S9(9) COMP-4.
       01 vacunaSQL pic x(100).
       01 dosisSQL pic S9(4) COMP-4.
       01 hoySQL pic x(10).
       01 limiteInvitacionSQL pic x(10).
       01 invitacionesRecientes pic S9(9) COMP-4.
       01 notificador type CitaMe.modelo.Notificador.
       01 invitadas binary-long.
       procedure division returning totalInvitadas as binary-long.

           set invitadas to 0.
           set notificador to new CitaMe.modelo.Notificador().
           set hoySQL to type DateTime::Now::ToString("yyyy-MM-dd").
           set limiteInvitacionSQL to type DateTime::Now::AddMonths(- MESES_ENTRE_INVITACIONES)::ToString("yyyy-MM-dd").

           set pendientes to DevuelvePendientes(0, "").

           perform varying dosis as type CalendarioVacunal through pendientes
               set idPacienteSQL to dosis::paciente_calendario
               set vacunaSQL to dosis::vacuna_calendario
               set dosisSQL to dosis::dosis_calendario

               exec sql
                   select count(*) into :invitacionesRecientes
                   from vacunas_invitaciones as vi
                   where vi.paciente_invitacion = :idPacienteSQL
                     and vi.vacuna_invitacion = :vacunaSQL
                     and vi.dosis_invitacion = :dosisSQL
                     and vi.fecha_invitacion >= :limiteInvitacionSQL
               end-exec

               if SQLCODE = 0 and invitacionesRecientes = 0
                   if notificador::EnviarInvitacionVacuna(dosis::paciente_calendario, dosis::vacuna_calendario,
                       dosis::dosis_calendario, dosis::fecha_prevista_calendario)
                       exec sql
                           insert into vacunas_invitaciones
                               (paciente_invitacion, vacuna_invitacion, dosis_invitacion, fecha_invitacion)
                           values
                               (:idPacienteSQL, :vacunaSQL, :dosisSQL, :hoySQL)
                       end-exec
                       add 1 to invitadas
                   end-if
               end-if
           end-perform.

           exec sql
               commit
           end-exec.

           set totalInvitadas to invitadas.

       end method.

       *>
       *> GenerarListadoPendientes
       *>
       *> Genera el fichero de texto con la lista semanal de dosis
       *> atrasadas y pendientes de un médico o de un centro (ver
       *> DevuelvePendientes), en la carpeta calendario_vacunal.
       *>
       *> Parámetros:
       *>     idMedico (int): Médico, 0 para cualquiera
       *>     centro (str): Centro, "" para cualquiera
       *>
       *> Devuelve:
       *>     str: ruta del fichero generado
       *>
       method-id GenerarListadoPendientes.
       local-storage section.
       01 pendientes List[type CalendarioVacunal].
       01 contenido type System.Text.StringBuilder.
       01 atrasadas binary-long value 0.
       01 proximas binary-long value 0.
       01 carpetaCalendario string.
       01 sufijo string.
       01 rutaArchivo string.
       01 idMedicoSQL pic S9(9) COMP-4.
       01 nombreMedico pic x(45).
       01 apellidosMedico pic x(80).
       procedure division using by value idMedico as binary-long
                                         centro as string
                                   returning ruta as string.

           set pendientes to DevuelvePendientes(idMedico, centro).

           set contenido to new System.Text.StringBuilder().
           invoke contenido::AppendLine("Calendario vacunal - dosis atrasadas y pendientes de la semana - CitaMe").
           invoke contenido::AppendLine(type String::Concat("Generado el ", type DateTime::Now::ToString("dd/MM/yyyy HH:mm"))).
           if idMedico > 0
               set idMedicoSQL to idMedico
               exec sql
                   select coalesce(u.nombre_real_usuario, ''), coalesce(u.apellidos_usuario, '')
                   into :nombreMedico, :apellidosMedico
                   from usuarios as u
                   where u.id_usuario = :idMedicoSQL
               end-exec
               invoke contenido::AppendLine(type String::Concat("Médico: Dr. ",
                   (nombreMedico as string)::Trim(), " ", (apellidosMedico as string)::Trim()))
           end-if
           if not centro::Trim()::Equals("")
               invoke contenido::AppendLine(type String::Concat("Centro: ", centro::Trim()))
           end-if
           invoke contenido::AppendLine("").

           invoke contenido::AppendLine("== Atrasadas ==").
           perform varying dosis as type CalendarioVacunal through pendientes
               if dosis::estado_calendario::Equals("Atrasada")
                   invoke contenido::AppendLine(type String::Concat("  ", dosis::nombre_paciente_calendario,
                       " (", dosis::paciente_calendario::ToString(), ") - ", dosis::vacuna_calendario,
                       " dosis ", dosis::dosis_calendario::ToString(), " - límite ", dosis::fecha_limite_calendario))
                   add 1 to atrasadas
               end-if
           end-perform.
           invoke contenido::AppendLine(type String::Concat("  Total: ", atrasadas::ToString())).
           invoke contenido::AppendLine("").

           invoke contenido::AppendLine(type String::Concat("== Pendientes hasta el ",
               type DateTime::Today::AddDays(DIAS_AVISO)::ToString("dd/MM/yyyy"), " ==")).
           perform varying dosis as type CalendarioVacunal through pendientes
               if dosis::estado_calendario::Equals("Pendiente")
                   invoke contenido::AppendLine(type String::Concat("  ", dosis::nombre_paciente_calendario,
                       " (", dosis::paciente_calendario::ToString(), ") - ", dosis::vacuna_calendario,
                       " dosis ", dosis::dosis_calendario::ToString(), " - prevista ", dosis::fecha_prevista_calendario))
                   add 1 to proximas
               end-if
           end-perform.
           invoke contenido::AppendLine(type String::Concat("  Total: ", proximas::ToString())).

           set carpetaCalendario to type String::Concat(type AppDomain::CurrentDomain::BaseDirectory, "calendario_vacunal").
           if not type System.IO.Directory::Exists(carpetaCalendario)
               invoke type System.IO.Directory::CreateDirectory(carpetaCalendario)
           end-if

           set sufijo to "".
           if idMedico > 0
               set sufijo to type String::Concat("_medico_", idMedico::ToString())
           end-if
           if not centro::Trim()::Equals("")
               set sufijo to type String::Concat(sufijo, "_", centro::Trim()::Replace(" ", "_"))
           end-if

           set rutaArchivo to type String::Concat(carpetaCalendario, "\pendientes_",
               type DateTime::Now::ToString("yyyyMMdd"), sufijo, ".txt").
           invoke type System.IO.File::WriteAllText(rutaArchivo, contenido::ToString()).
           set ruta to rutaArchivo.

       end method.

       *>
       *> ImprimirCartilla
       *>
       *> Genera la cartilla de vacunación del paciente: dosis
       *> administradas (calendario y campañas, con su lote) y estado
       *> de las dosis del calendario que faltan, en la carpeta
       *> cartillas_vacunales.
       *>
       *> Parámetros:
       *>     idPaciente (int): Paciente de la cartilla
       *>
       *> Devuelve:
       *>     str: ruta del fichero generado, "" si el paciente no
       *>          existe
       *>
       method-id ImprimirCartilla.
       local-storage section.
       01 idPacienteSQL pic S9(9) COMP-4.
       01 fechaNacimiento pic x(19).
       01 nombre pic x(45).
       01 apellidos pic x(80).
       01 vacunas List[string].
       01 fechas List[string].
       01 lotes List[string].
       01 estado List[type CalendarioVacunal].
       01 posicion binary-long.
       01 fechaTexto string.
       01 lineaDosis string.
       01 contenido type System.Text.StringBuilder.
       01 carpetaCartillas string.
       01 rutaArchivo string.
       procedure division using by value idPaciente as binary-long
                                   returning ruta as string.

           set ruta to "".
           set idPacienteSQL to idPaciente.

           exec sql
               select coalesce(u.fechaNacimiento_usuario, ''),
                      coalesce(u.nombre_real_usuario, ''), coalesce(u.apellidos_usuario, '')
               into :fechaNacimiento, :nombre, :apellidos
               from usuarios as u
               where u.id_usuario = :idPacienteSQL
           end-exec.

           if not SQLCODE = 0
               goback
           end-if

           set contenido to new System.Text.StringBuilder().
           invoke contenido::AppendLine("CARTILLA DE VACUNACIÓN - CitaMe").
           invoke contenido::AppendLine(type String::Concat("Paciente: ", (nombre as string)::Trim(), " ", (apellidos as string)::Trim())).
           if not (fechaNacimiento as string)::Trim()::Equals("")
               invoke contenido::AppendLine(type String::Concat("Fecha de nacimiento: ",
                   type DateTime::Parse((fechaNacimiento as string)::Trim())::ToString("dd/MM/yyyy")))
           end-if
           invoke contenido::AppendLine(type String::Concat("Emitida el ", type DateTime::Now::ToString("dd/MM/yyyy"))).
           invoke contenido::AppendLine("").

           invoke contenido::AppendLine("Dosis administradas:").
           set vacunas to new List[string]().
           set fechas to new List[string]().
           set lotes to new List[string]().
           invoke CargarDosis(idPaciente, vacunas, fechas, lotes).
           if vacunas::Count = 0
               invoke contenido::AppendLine("  (ninguna registrada)")
           end-if
           perform varying posicion from 0 by 1 until posicion >= vacunas::Count
               set fechaTexto to type DateTime::ParseExact(fechas[posicion], "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture)::ToString("dd/MM/yyyy")
               set lineaDosis to type String::Concat("  ", fechaTexto, "  ", vacunas[posicion])
               if not lotes[posicion]::Equals("")
                   set lineaDosis to type String::Concat(lineaDosis, "  (lote ", lotes[posicion], ")")
               end-if
               invoke contenido::AppendLine(lineaDosis)
           end-perform.
           invoke contenido::AppendLine("").

           invoke contenido::AppendLine("Próximas dosis del calendario:").
           set estado to DevuelveEstadoPaciente(idPaciente).
           perform varying dosis as type CalendarioVacunal through estado
               if not dosis::estado_calendario::Equals("Administrada")
                   invoke contenido::AppendLine(type String::Concat("  ", dosis::vacuna_calendario,
                       " dosis ", dosis::dosis_calendario::ToString(), " - prevista ",
                       dosis::fecha_prevista_calendario, " - ", dosis::estado_calendario))
               end-if
           end-perform.

           set carpetaCartillas to type String::Concat(type AppDomain::CurrentDomain::BaseDirectory, "cartillas_vacunales").
           if not type System.IO.Directory::Exists(carpetaCartillas)
               invoke type System.IO.Directory::CreateDirectory(carpetaCartillas)
           end-if

           set rutaArchivo to type String::Concat(carpetaCartillas, "\cartilla_", idPaciente::ToString(), ".txt").
           invoke type System.IO.File::WriteAllText(rutaArchivo, contenido::ToString()).
           set ruta to rutaArchivo.

       end method.

       *>
       *> CalcularEstado
       *>
       *> Estado de cada dosis del calendario para un paciente: la
       *> dosis N de una vacuna es la N-ésima dosis registrada de esa
       *> vacuna por orden de fecha. La fecha prevista es la edad
       *> mínima de la dosis o, si es más tarde, la dosis anterior más
       *> el intervalo mínimo; la fecha límite, la edad máxima.
       *>
       method-id CalcularEstado private.
       local-storage section.
       01 vacunas List[string].
       01 fechas List[string].
       01 lotes List[string].
       01 dosisActual type CalendarioVacunal.
       01 posicion binary-long.
       01 numeroDosis binary-short.
       01 dosisAnterior binary-short.
       01 fechaAnterior string.
       01 fechaDosis string.
       01 loteDosis string.
       01 prevista type DateTime.
       01 limite type DateTime.
       01 limiteRecuperacion type DateTime.
       01 minimaIntervalo type DateTime.
       01 hoy type DateTime.
       procedure division using by value idPaciente as binary-long
                                         nombrePaciente as string
                                         nacimiento as type DateTime
                                         reglas as List[type CalendarioVacunal]
                                   returning estado as List[type CalendarioVacunal].

           set estado to new List[type CalendarioVacunal]().
           set hoy to type DateTime::Today.

           set vacunas to new List[string]().
           set fechas to new List[string]().
           set lotes to new List[string]().
           invoke CargarDosis(idPaciente, vacunas, fechas, lotes).

           perform varying regla as type CalendarioVacunal through reglas
               set numeroDosis to 0
               set dosisAnterior to regla::dosis_regla - 1
               set fechaAnterior to ""
               set fechaDosis to ""
               set loteDosis to ""
               perform varying posicion from 0 by 1 until posicion >= vacunas::Count
                   if vacunas[posicion]::ToUpper()::Equals(regla::vacuna_regla::ToUpper())
                       add 1 to numeroDosis
                       if numeroDosis = dosisAnterior
                           set fechaAnterior to fechas[posicion]
                       end-if
                       if numeroDosis = regla::dosis_regla
                           set fechaDosis to fechas[posicion]
                           set loteDosis to lotes[posicion]
                       end-if
                   end-if
               end-perform

               set dosisActual to new CalendarioVacunal()
               set dosisActual::paciente_calendario to idPaciente
               set dosisActual::nombre_paciente_calendario to nombrePaciente
               set dosisActual::vacuna_calendario to regla::vacuna_regla
               set dosisActual::dosis_calendario to regla::dosis_regla
               set dosisActual::lote_calendario to loteDosis
               set dosisActual::fecha_dosis_calendario to ""

               set prevista to nacimiento::AddMonths(regla::edad_min_meses_regla)
               if not fechaAnterior::Equals("")
                   set minimaIntervalo to type DateTime::ParseExact(fechaAnterior, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture)::AddDays(regla::intervalo_min_dias_regla)
                   if minimaIntervalo > prevista
                       set prevista to minimaIntervalo
                   end-if
               end-if
               set dosisActual::fecha_prevista_calendario to prevista::ToString("dd/MM/yyyy")

               if regla::edad_max_meses_regla > 0
                   set limite to nacimiento::AddMonths(regla::edad_max_meses_regla)
                   set limiteRecuperacion to limite::AddMonths(MESES_RECUPERACION)
                   set dosisActual::fecha_limite_calendario to limite::ToString("dd/MM/yyyy")
               else
                   set limite to type DateTime::MaxValue
                   set limiteRecuperacion to type DateTime::MaxValue
                   set dosisActual::fecha_limite_calendario to ""
               end-if

               evaluate true
                   when not fechaDosis::Equals("")
                       set dosisActual::estado_calendario to "Administrada"
                       set dosisActual::fecha_dosis_calendario to type DateTime::ParseExact(fechaDosis, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture)::ToString("dd/MM/yyyy")
                   when hoy > limiteRecuperacion
                       set dosisActual::estado_calendario to "Fuera de calendario"
                   when hoy > limite
                       set dosisActual::estado_calendario to "Atrasada"
                   when regla::dosis_regla > 1 and fechaAnterior::Equals("")
                       set dosisActual::estado_calendario to "En espera"
                   when prevista <= hoy::AddDays(DIAS_AVISO)
                       set dosisActual::estado_calendario to "Pendiente"
                   when other
                       set dosisActual::estado_calendario to "Programada"
               end-evaluate

               invoke estado::Add(dosisActual)
           end-perform.

       end method.

       *>
       *> CargarDosis
       *>
       *> Rellena las listas paralelas de vacuna, fecha ("yyyy-MM-dd")
       *> y lote de todas las dosis del paciente, del calendario y de
       *> las campañas, por orden de fecha.
       *>
       method-id CargarDosis private.
       local-storage section.
       01 idPacienteSQL pic S9(9) COMP-4.
       01 vacuna pic x(100).
       01 fecha pic x(10).
       01 lote pic x(50).
       procedure division using by value idPaciente as binary-long
                                         vacunas as List[string]
                                         fechas as List[string]
                                         lotes as List[string].

           set idPacienteSQL to idPaciente.

           exec sql
               declare dosisPacienteTbl cursor for
                   select v.vacuna_vacunacion, date(v.fecha_vacunacion), coalesce(v.lote_vacunacion, '')
                   from vacunas_administradas as v
                   where v.paciente_vacunacion = :idPacienteSQL
                   union all
                   select ca.vacuna_campania, date(ci.fecha_vacunacion_invitado), coalesce(ci.lote_invitado, '')
                   from campania_invitados as ci
                   inner join campanias as ca on (ci.campania_invitado = ca.id_campania)
                   where ci.paciente_invitado = :idPacienteSQL
                     and ci.vacunado_invitado = 1
                   order by 2
           end-exec.

           exec sql
               open dosisPacienteTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch dosisPacienteTbl into :vacuna, :fecha, :lote
               end-exec
               if SQLCODE = 0
                   invoke vacunas::Add((vacuna as string)::Trim())
                   invoke fechas::Add((fecha as string)::Trim())
                   invoke lotes::Add((lote as string)::Trim())
               end-if
           end-perform.

           exec sql
               close dosisPacienteTbl
           end-exec.

       end method.

       end class.
