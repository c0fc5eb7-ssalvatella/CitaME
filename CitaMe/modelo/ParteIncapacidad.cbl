       *>
       *> ParteIncapacidad
       *>
       *> Clase que encapsula los partes de incapacidad temporal (IT)
       *> que emite el médico desde IniciarCita: el parte de baja,
       *> enlazado a la cita y a su diagnóstico CIE-10 con la duración
       *> prevista del proceso, las revisiones de confirmación y el
       *> parte de alta.
       *>
       *> Al emitir la baja se reservan como citas con el mismo médico
       *> las revisiones de confirmación en los plazos legales según la
       *> duración prevista (en el hueco libre más cercano sin pasar
       *> del plazo; si no hay hueco la confirmación queda sin cita y
       *> aparece en el informe de bajas abiertas):
       *>
       *>  - Menos de 5 días: baja y alta en el mismo parte, sin
       *>    confirmaciones.
       *>  - De 5 a 30 días: primera confirmación a los 7 días de la
       *>    baja y las siguientes cada 14 días.
       *>  - De 31 a 60 días: primera a los 7 días y las siguientes
       *>    cada 28 días.
       *>  - 61 días o más: primera a los 14 días y las siguientes
       *>    cada 35 días.
       *>
       *> Cada parte se imprime en dos copias: la del paciente, con el
       *> diagnóstico, y la de la empresa, sin él.
       *>
       *> Tablas:
       *>  - partes_it: id_parte, paciente_parte, medico_parte,
       *>    cita_parte, codigo_cie10_parte, diagnostico_parte,
       *>    fecha_baja_parte, duracion_prevista_parte, estado_parte
       *>    (Abierta o Alta), fecha_alta_parte, motivo_alta_parte.
       *>  - confirmaciones_it: id_confirmacion, parte_confirmacion,
       *>    numero_confirmacion, fecha_prevista_confirmacion,
       *>    cita_confirmacion (0 si no se encontró hueco),
       *>    emitida_confirmacion, fecha_emision_confirmacion.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.ParteIncapacidad.

       working-storage section.

       01 modeloCita type CitaMe.modelo.Cita.
       01 modeloMedico type CitaMe.modelo.Medico.
       01 modeloErrores type CitaMe.modelo.RegistroErrores.

       01 mfsqlmessagetext pic x(355) values "".

       *> Duración prevista (días) por debajo de la cual la baja y el
       *> alta se emiten en el mismo parte
       01 DIAS_BAJA_CORTA binary-short value 5.

       *> Días que se adelanta como mucho una revisión de
       *> confirmación si el médico no tiene hueco en la fecha límite
       01 DIAS_MARGEN_REVISION binary-short value 3.

       *> Habilita las variables de SQL
       exec sql
           include sqlca
       end-exec.

       method-id NEW.
       procedure division.
           set modeloCita to new CitaMe.modelo.Cita().
           set modeloMedico to new CitaMe.modelo.Medico().
           set modeloErrores to new CitaMe.modelo.RegistroErrores().
           goback.
       end method.

       *>
       *> EmitirBaja
       *>
       *> Emite el parte de baja del paciente de una cita, con el
       *> código CIE-10 del proceso y su duración prevista, y reserva
       *> las revisiones de confirmación en los plazos legales. Las
       *> bajas de menos de 5 días se emiten con el alta en el mismo
       *> parte. Un paciente no puede tener dos bajas abiertas.
       *>
       *> Parámetros:
       *>     idCita (int): Cita en la que se emite la baja
       *>     codigoCie10 (str): Código CIE-10 del proceso
       *>     duracionPrevista (int): Duración prevista en días
       *>
       *> Devuelve:
       *>     int: Id del parte emitido, 0 si no se ha podido emitir
       *>
       method-id EmitirBaja.
       local-storage section.
       01 idCitaSQL pic S9(9) COMP-4.
       01 idPaciente pic S9(9) COMP-4.
       01 idMedico pic S9(9) COMP-4.
       01 diagnostico pic x(5000).
       01 codigoSQL pic x(10).
       01 descripcionCodigo pic x(255).
       01 diagnosticoSQL pic x(500).
       01 fechaBajaSQL pic x(10).
       01 duracionSQL pic S9(4) COMP-4.
       01 fechaAltaSQL pic x(10).
       01 idParteNuevo pic S9(9) COMP-4.
       01 fechaBaja type DateTime.
       procedure division using by value idCita as binary-long
                                         codigoCie10 as string
                                         duracionPrevista as binary-short
                                   returning idParte as binary-long.

           set idParte to 0.

           if duracionPrevista < 1 or codigoCie10::Trim()::Equals("")
               goback
           end-if

           set idCitaSQL to idCita.
           exec sql
               select c.paciente_cita, c.medico_cita, coalesce(c.diagnostico_cita, '')
               into :idPaciente, :idMedico, :diagnostico
               from citas as c
               where c.id_cita = :idCitaSQL
           end-exec.
           if not SQLCODE = 0
               goback
           end-if

           if DevuelveBajaAbiertaPaciente(idPaciente) > 0
               goback
           end-if

           *> El diagnóstico del parte es la descripción del código
           *> CIE-10 (o el diagnóstico de la consulta si el código no
           *> está en el catálogo)
           set codigoSQL to codigoCie10::Trim()::ToUpper().
           exec sql
               select c.descripcion_cie10 into :descripcionCodigo
               from cie10 as c
               where c.codigo_cie10 = :codigoSQL
           end-exec.
           if SQLCODE = 0
               set diagnosticoSQL to (descripcionCodigo as string)::Trim()
           else
               set diagnosticoSQL to (diagnostico as string)::Trim()
           end-if

           set fechaBaja to type DateTime::Today.
           set fechaBajaSQL to fechaBaja::ToString("yyyy-MM-dd").
           set duracionSQL to duracionPrevista.

           exec sql
               insert into partes_it
                   (paciente_parte, medico_parte, cita_parte, codigo_cie10_parte,
                    diagnostico_parte, fecha_baja_parte, duracion_prevista_parte, estado_parte)
               values
                   (:idPaciente, :idMedico, :idCitaSQL, :codigoSQL,
                    :diagnosticoSQL, :fechaBajaSQL, :duracionSQL, 'Abierta')
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("ParteIncapacidad::EmitirBaja", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               goback
           end-if

           exec sql
               select LAST_INSERT_ID() into :idParteNuevo
           end-exec.

           *> Baja de corta duración: el alta se emite en el mismo parte
           if duracionPrevista < DIAS_BAJA_CORTA
               set fechaAltaSQL to fechaBaja::AddDays(duracionPrevista)::ToString("yyyy-MM-dd")
               exec sql
                   update partes_it
                   set estado_parte = 'Alta',
                       fecha_alta_parte = :fechaAltaSQL,
                       motivo_alta_parte = 'Alta en el mismo parte (duración prevista inferior a 5 días)'
                   where id_parte = :idParteNuevo
               end-exec
           end-if

           exec sql
               commit
           end-exec.

           set idParte to idParteNuevo.

           if duracionPrevista >= DIAS_BAJA_CORTA
               invoke ProgramarConfirmaciones(idParte, idMedico, idPaciente, fechaBaja, duracionPrevista)
           end-if

       end method.

       *>
       *> ProgramarConfirmaciones
       *>
       *> Reserva las revisiones de confirmación de una baja en los
       *> plazos legales de su duración prevista (ver cabecera de la
       *> clase), hasta la fecha prevista de alta.
       *>
       method-id ProgramarConfirmaciones private.
       local-storage section.
       01 primerPlazo binary-short.
       01 periodo binary-short.
       01 fechaConfirmacion type DateTime.
       01 fechaAltaPrevista type DateTime.
       01 numero binary-short.
       01 idCitaRevision binary-long.
       01 idParteSQL pic S9(9) COMP-4.
       01 numeroSQL pic S9(4) COMP-4.
       01 fechaPrevistaSQL pic x(10).
       01 idCitaSQL pic S9(9) COMP-4.
       procedure division using by value idParte as binary-long
                                         idMedico as binary-long
                                         idPaciente as binary-long
                                         fechaBaja as type DateTime
                                         duracionPrevista as binary-short.

           evaluate true
               when duracionPrevista <= 30
                   set primerPlazo to 7
                   set periodo to 14
               when duracionPrevista <= 60
                   set primerPlazo to 7
                   set periodo to 28
               when other
                   set primerPlazo to 14
                   set periodo to 35
           end-evaluate.

           set idParteSQL to idParte.
           set fechaAltaPrevista to fechaBaja::AddDays(duracionPrevista).
           set fechaConfirmacion to fechaBaja::AddDays(primerPlazo).
           set numero to 0.

           perform until fechaConfirmacion >= fechaAltaPrevista
               add 1 to numero
               set idCitaRevision to ReservarRevision(idMedico, idPaciente, fechaConfirmacion)

               set numeroSQL to numero
               set fechaPrevistaSQL to fechaConfirmacion::ToString("yyyy-MM-dd")
               set idCitaSQL to idCitaRevision
               exec sql
                   insert into confirmaciones_it
                       (parte_confirmacion, numero_confirmacion, fecha_prevista_confirmacion,
                        cita_confirmacion, emitida_confirmacion)
                   values
                       (:idParteSQL, :numeroSQL, :fechaPrevistaSQL, :idCitaSQL, 0)
               end-exec
               if SQLCODE < 0
                   invoke modeloErrores::RegistrarError("ParteIncapacidad::ProgramarConfirmaciones", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               end-if

               set fechaConfirmacion to fechaConfirmacion::AddDays(periodo)
           end-perform.

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> ReservarRevision
       *>
       *> Reserva con el médico de la baja la cita de una revisión de
       *> confirmación: en la fecha límite o, si no tiene hueco, en el
       *> día laborable anterior más cercano (como mucho
       *> DIAS_MARGEN_REVISION días antes y nunca hoy o antes).
       *>
       *> Devuelve:
       *>     int: Id de la cita reservada, 0 si no se encontró hueco
       *>
       method-id ReservarRevision private.
       local-storage section.
       01 medicoActual type CitaMe.modelo.Medico.
       01 especialistas List[type CitaMe.modelo.Medico].
       01 idMedicoCorto binary-short.
       01 idPacienteCorto binary-short.
       01 fecha type DateTime.
       01 fechaMinima type DateTime.
       01 resultados List[object].
       01 horaCita type TimeSpan.
       01 citaRevision type CitaMe.modelo.Cita.
       procedure division using by value idMedico as binary-long
                                         idPaciente as binary-long
                                         fechaLimite as type DateTime
                                   returning idCita as binary-long.

           set idCita to 0.
           set idMedicoCorto to idMedico.
           set idPacienteCorto to idPaciente.

           set medicoActual to modeloMedico::DevuelveMedico(idMedicoCorto).
           if medicoActual = null
               goback
           end-if
           set especialistas to new List[type CitaMe.modelo.Medico]().
           invoke especialistas::Add(medicoActual).

           set fechaMinima to fechaLimite::AddDays(- DIAS_MARGEN_REVISION).
           if fechaMinima <= type DateTime::Today
               set fechaMinima to type DateTime::Today::AddDays(1)
           end-if

           set fecha to fechaLimite.
           perform until idCita > 0 or fecha < fechaMinima
               if not modeloCita::EsDiaNoLaborable(fecha)
                   and not medicoActual::EstaAusente(fecha)
                   set resultados to modeloCita::BuscarHueco(especialistas, fecha, "Indiferente")
                   if not resultados = null
                       set horaCita to resultados[0] as type TimeSpan
                       set citaRevision to modeloCita::RegistrarCita(idMedicoCorto, idPacienteCorto,
                           "Revisión de confirmación de baja (IT)", fecha, horaCita, 0, "Seguimiento")
                       if not citaRevision = null
                           set idCita to citaRevision::id_cita
                       end-if
                   end-if
               end-if
               set fecha to fecha::AddDays(-1)
           end-perform.

       end method.

       *>
       *> EmitirConfirmacion
       *>
       *> Emite el parte de confirmación en la revisión de una baja
       *> abierta: la confirmación cuya cita es la indicada queda
       *> emitida con la fecha de hoy.
       *>
       *> Parámetros:
       *>     idCita (int): Cita de la revisión de confirmación
       *>
       *> Devuelve:
       *>     int: Id del parte confirmado, 0 si la cita no es una
       *>          revisión pendiente de una baja abierta
       *>
       method-id EmitirConfirmacion.
       local-storage section.
       01 idCitaSQL pic S9(9) COMP-4.
       01 idConfirmacion pic S9(9) COMP-4.
       01 idParteSQL pic S9(9) COMP-4.
       01 hoySQL pic x(10).
       procedure division using by value idCita as binary-long
                                   returning idParte as binary-long.

           set idParte to 0.
           set idCitaSQL to idCita.

           exec sql
               select ci.id_confirmacion, ci.parte_confirmacion
               into :idConfirmacion, :idParteSQL
               from confirmaciones_it as ci
               join partes_it as p on (ci.parte_confirmacion = p.id_parte)
               where ci.cita_confirmacion = :idCitaSQL
                 and ci.emitida_confirmacion = 0
                 and p.estado_parte = 'Abierta'
           end-exec.
           if not SQLCODE = 0
               goback
           end-if

           set hoySQL to type DateTime::Today::ToString("yyyy-MM-dd").
           exec sql
               update confirmaciones_it
               set emitida_confirmacion = 1,
                   fecha_emision_confirmacion = :hoySQL
               where id_confirmacion = :idConfirmacion
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("ParteIncapacidad::EmitirConfirmacion", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               goback
           end-if

           exec sql
               commit
           end-exec.

           set idParte to idParteSQL.

       end method.

       *>
       *> RegistrarAlta
       *>
       *> Da de alta una baja abierta con fecha de hoy y cancela las
       *> revisiones de confirmación que quedaban pendientes.
       *>
       *> Parámetros:
       *>     idParte (int): Parte de baja abierto
       *>     motivo (str): Motivo del alta (curación, mejoría...)
       *>
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>              False si el parte no estaba abierto o hay error
       *>
       method-id RegistrarAlta.
       local-storage section.
       01 idParteSQL pic S9(9) COMP-4.
       01 hoySQL pic x(10).
       01 motivoSQL pic x(255).
       01 idCitaPendiente pic S9(9) COMP-4.
       01 citasPendientes List[binary-long].
       procedure division using by value idParte as binary-long
                                         motivo as string
                                   returning exito as type Boolean.

           set exito to False.
           set idParteSQL to idParte.
           set hoySQL to type DateTime::Today::ToString("yyyy-MM-dd").
           set motivoSQL to motivo::Trim().

           exec sql
               update partes_it
               set estado_parte = 'Alta',
                   fecha_alta_parte = :hoySQL,
                   motivo_alta_parte = :motivoSQL
               where id_parte = :idParteSQL
                 and estado_parte = 'Abierta'
           end-exec.

           if SQLCODE < 0 or SQLERRD(3) = 0
               exec sql
                   rollback
               end-exec
               goback
           end-if

           exec sql
               commit
           end-exec.

           set exito to True.

           *> Las revisiones aún no celebradas ya no hacen falta
           set citasPendientes to new List[binary-long]().
           exec sql
               declare revisionesPendientesTbl cursor for
                   select ci.cita_confirmacion
                   from confirmaciones_it as ci
                   join citas as c on (ci.cita_confirmacion = c.id_cita)
                   where ci.parte_confirmacion = :idParteSQL
                     and ci.emitida_confirmacion = 0
                     and c.cancelada_cita = 0
                     and c.llegada_cita is null
                     and c.fecha_cita >= :hoySQL
           end-exec.

           exec sql
               open revisionesPendientesTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch revisionesPendientesTbl into :idCitaPendiente
               end-exec
               if SQLCODE = 0
                   invoke citasPendientes::Add(idCitaPendiente)
               end-if
           end-perform.

           exec sql
               close revisionesPendientesTbl
           end-exec.

           perform varying citaPendiente as binary-long through citasPendientes
               invoke modeloCita::CancelarCita(citaPendiente, "Alta de incapacidad temporal")
           end-perform.

       end method.

       *>
       *> DevuelveBajaAbiertaPaciente
       *>
       *> Devuelve la baja abierta de un paciente, si la tiene.
       *>
       *> Parámetros:
       *>     idPaciente (int): Paciente a consultar
       *>
       *> Devuelve:
       *>     int: Id del parte abierto, 0 si no tiene baja abierta
       *>
       method-id DevuelveBajaAbiertaPaciente.
       local-storage section.
       01 idPacienteSQL pic S9(9) COMP-4.
       01 idParteSQL pic S9(9) COMP-4.
       procedure division using by value idPaciente as binary-long
                                   returning idParte as binary-long.

           set idParte to 0.
           set idPacienteSQL to idPaciente.

           exec sql
               select coalesce(max(p.id_parte), 0) into :idParteSQL
               from partes_it as p
               where p.paciente_parte = :idPacienteSQL
                 and p.estado_parte = 'Abierta'
           end-exec.

           if SQLCODE = 0 and idParteSQL > 0
               set idParte to idParteSQL
           end-if.

       end method.

       *>
       *> ImprimirParte
       *>
       *> Escribe en la carpeta partes_it las dos copias del parte
       *> indicado: la del paciente, con el diagnóstico, y la de la
       *> empresa, sin él.
       *>
       *> Parámetros:
       *>     idParte (int): Parte a imprimir
       *>     tipo (str): Baja, Confirmación o Alta
       *>
       *> Devuelve:
       *>     List[str]: rutas de la copia del paciente y de la de la
       *>                empresa, vacía si el parte no existe
       *>
       method-id ImprimirParte.
       local-storage section.
       01 idParteSQL pic S9(9) COMP-4.
       01 codigo pic x(10).
       01 diagnostico pic x(500).
       01 fechaBaja pic x(10).
       01 duracion pic S9(4) COMP-4.
       01 estado pic x(10).
       01 fechaAlta pic x(10).
       01 motivoAlta pic x(255).
       01 nombrePaciente pic x(45).
       01 apellidosPaciente pic x(80).
       01 dni pic x(10).
       01 seguridadSocial pic x(12).
       01 nombreMedico pic x(45).
       01 apellidosMedico pic x(80).
       01 colegiado pic x(25).
       01 numeroConfirmacion pic S9(4) COMP-4.
       01 fechaConfirmacion pic x(10).
       01 cabecera string.
       01 datosProceso string.
       01 pie string.
       01 carpetaPartes string.
       01 rutaPaciente string.
       01 rutaEmpresa string.
       01 sufijo string.
       procedure division using by value idParte as binary-long
                                         tipo as string
                                   returning rutas as List[string].

           set rutas to new List[string]().
           set idParteSQL to idParte.

           exec sql
               select p.codigo_cie10_parte, coalesce(p.diagnostico_parte, ''),
                      p.fecha_baja_parte, p.duracion_prevista_parte, p.estado_parte,
                      coalesce(p.fecha_alta_parte, ''), coalesce(p.motivo_alta_parte, ''),
                      coalesce(up.nombre_real_usuario, ''), coalesce(up.apellidos_usuario, ''),
                      coalesce(pa.dni_paciente, ''), coalesce(pa.seguridad_social_paciente, ''),
                      coalesce(um.nombre_real_usuario, ''), coalesce(um.apellidos_usuario, ''),
                      coalesce(m.colegiado_medico, '')
               into :codigo, :diagnostico, :fechaBaja, :duracion, :estado,
                    :fechaAlta, :motivoAlta, :nombrePaciente, :apellidosPaciente,
                    :dni, :seguridadSocial, :nombreMedico, :apellidosMedico, :colegiado
               from partes_it as p
               left join usuarios as up on (p.paciente_parte = up.id_usuario)
               left join pacientes as pa on (p.paciente_parte = pa.id_usuario_paciente)
               left join usuarios as um on (p.medico_parte = um.id_usuario)
               left join medicos as m on (p.medico_parte = m.id_usuario_medico)
               where p.id_parte = :idParteSQL
           end-exec.
           if not SQLCODE = 0
               goback
           end-if

           set cabecera to type String::Concat(
               "Parte de incapacidad temporal - ", tipo, " - CitaMe", type Environment::NewLine,
               "Nº de parte: ", idParte::ToString(), type Environment::NewLine, type Environment::NewLine,
               "Trabajador: ", (nombrePaciente as string)::Trim(), " ", (apellidosPaciente as string)::Trim(), type Environment::NewLine,
               "DNI: ", (dni as string)::Trim(), type Environment::NewLine,
               "Nº de Seguridad Social: ", (seguridadSocial as string)::Trim(), type Environment::NewLine, type Environment::NewLine,
               "Fecha de la baja: ", (fechaBaja as string)::Trim(), type Environment::NewLine,
               "Duración prevista: ", duracion::ToString(), " días", type Environment::NewLine).

           set datosProceso to "".
           evaluate tipo
               when "Confirmación"
                   exec sql
                       select coalesce(max(ci.numero_confirmacion), 0),
                              coalesce(max(ci.fecha_emision_confirmacion), '')
                       into :numeroConfirmacion, :fechaConfirmacion
                       from confirmaciones_it as ci
                       where ci.parte_confirmacion = :idParteSQL
                         and ci.emitida_confirmacion = 1
                   end-exec
                   if SQLCODE = 0
                       set datosProceso to type String::Concat(
                           "Confirmación nº ", numeroConfirmacion::ToString(),
                           " emitida el ", (fechaConfirmacion as string)::Trim(), type Environment::NewLine)
                   end-if
               when "Alta"
                   set datosProceso to type String::Concat(
                       "Fecha del alta: ", (fechaAlta as string)::Trim(), type Environment::NewLine,
                       "Motivo del alta: ", (motivoAlta as string)::Trim(), type Environment::NewLine)
           end-evaluate.

           set pie to type String::Concat(type Environment::NewLine,
               "Médico: ", (nombreMedico as string)::Trim(), " ", (apellidosMedico as string)::Trim(), type Environment::NewLine,
               "Nº de colegiado: ", (colegiado as string)::Trim(), type Environment::NewLine,
               "Fecha de emisión: ", type DateTime::Now::ToString("dd/MM/yyyy"), type Environment::NewLine).

           set carpetaPartes to type String::Concat(type AppDomain::CurrentDomain::BaseDirectory, "partes_it").
           if not type System.IO.Directory::Exists(carpetaPartes)
               invoke type System.IO.Directory::CreateDirectory(carpetaPartes)
           end-if

           set sufijo to type String::Concat(idParte::ToString(), "_", tipo::Replace("ó", "o"), "_",
               type DateTime::Now::ToString("yyyyMMddHHmmss")).

           *> Copia del paciente: con el diagnóstico del proceso
           set rutaPaciente to type String::Concat(carpetaPartes, "\parte_", sufijo, "_paciente.txt").
           invoke type System.IO.File::WriteAllText(rutaPaciente, type String::Concat(
               cabecera, datosProceso,
               "Diagnóstico: ", (codigo as string)::Trim(), " - ", (diagnostico as string)::Trim(), type Environment::NewLine,
               pie, type Environment::NewLine, "COPIA PARA EL TRABAJADOR", type Environment::NewLine)).
           invoke rutas::Add(rutaPaciente).

           *> Copia de la empresa: sin datos clínicos
           set rutaEmpresa to type String::Concat(carpetaPartes, "\parte_", sufijo, "_empresa.txt").
           invoke type System.IO.File::WriteAllText(rutaEmpresa, type String::Concat(
               cabecera, datosProceso, pie, type Environment::NewLine,
               "COPIA PARA LA EMPRESA", type Environment::NewLine)).
           invoke rutas::Add(rutaEmpresa).

       end method.

       *>
       *> GenerarInformeBajasAbiertas
       *>
       *> Escribe en la carpeta partes_it el informe de bajas abiertas
       *> por médico para la inspección sanitaria: paciente, código
       *> CIE-10, fecha de baja, días transcurridos, duración prevista
       *> y próxima confirmación (marcando las que no tienen cita).
       *>
       *> Parámetros:
       *>     idMedico (int): Médico del informe, 0 para todos
       *>
       *> Devuelve:
       *>     str: ruta del informe generado
       *>
       method-id GenerarInformeBajasAbiertas.
       local-storage section.
       01 idMedicoSQL pic S9(9) COMP-4.
       01 idParteSQL pic S9(9) COMP-4.
       01 medicoParte pic S9(9) COMP-4.
       01 medicoAnterior binary-long.
       01 nombreMedico pic x(45).
       01 apellidosMedico pic x(80).
       01 nombrePaciente pic x(45).
       01 apellidosPaciente pic x(80).
       01 codigo pic x(10).
       01 fechaBaja pic x(10).
       01 duracion pic S9(4) COMP-4.
       01 proximaFecha pic x(10).
       01 proximaCita pic S9(9) COMP-4.
       01 diasBaja binary-long.
       01 fechaBajaFecha type DateTime.
       01 lineaProxima string.
       01 totalMedico binary-long.
       01 total binary-long.
       01 contenido type System.Text.StringBuilder.
       01 carpetaPartes string.
       01 rutaArchivo string.
       procedure division using by value idMedico as binary-long
                                   returning ruta as string.

           set idMedicoSQL to idMedico.
           set medicoAnterior to 0.
           set totalMedico to 0.
           set total to 0.
           set contenido to new System.Text.StringBuilder().
           invoke contenido::AppendLine("Informe de bajas de incapacidad temporal abiertas - CitaMe").
           invoke contenido::AppendLine(type String::Concat("Generado el ", type DateTime::Now::ToString("dd/MM/yyyy HH:mm"))).
           invoke contenido::AppendLine("").

           exec sql
               declare bajasAbiertasTbl cursor for
                   select p.id_parte, p.medico_parte,
                          coalesce(um.nombre_real_usuario, ''), coalesce(um.apellidos_usuario, ''),
                          coalesce(up.nombre_real_usuario, ''), coalesce(up.apellidos_usuario, ''),
                          p.codigo_cie10_parte, p.fecha_baja_parte, p.duracion_prevista_parte,
                          coalesce((select min(ci.fecha_prevista_confirmacion)
                                    from confirmaciones_it as ci
                                    where ci.parte_confirmacion = p.id_parte
                                      and ci.emitida_confirmacion = 0), ''),
                          coalesce((select ci2.cita_confirmacion
                                    from confirmaciones_it as ci2
                                    where ci2.parte_confirmacion = p.id_parte
                                      and ci2.emitida_confirmacion = 0
                                    order by ci2.fecha_prevista_confirmacion asc
                                    limit 1), 0)
                   from partes_it as p
                   left join usuarios as um on (p.medico_parte = um.id_usuario)
                   left join usuarios as up on (p.paciente_parte = up.id_usuario)
                   where p.estado_parte = 'Abierta'
                     and (:idMedicoSQL = 0 or p.medico_parte = :idMedicoSQL)
                   order by p.medico_parte asc, p.fecha_baja_parte asc
           end-exec.

           exec sql
               open bajasAbiertasTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch bajasAbiertasTbl into
                   :idParteSQL, :medicoParte, :nombreMedico, :apellidosMedico,
                   :nombrePaciente, :apellidosPaciente, :codigo, :fechaBaja, :duracion,
                   :proximaFecha, :proximaCita
               end-exec
               if SQLCODE = 0
                   if not medicoParte = medicoAnterior
                       if medicoAnterior > 0
                           invoke contenido::AppendLine(type String::Concat("  Total: ", totalMedico::ToString(), " bajas abiertas"))
                           invoke contenido::AppendLine("")
                       end-if
                       invoke contenido::AppendLine(type String::Concat("== Dr. ",
                           (nombreMedico as string)::Trim(), " ", (apellidosMedico as string)::Trim(), " =="))
                       set medicoAnterior to medicoParte
                       set totalMedico to 0
                   end-if

                   set fechaBajaFecha to type DateTime::ParseExact((fechaBaja as string)::Trim(), "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture)
                   set diasBaja to (type DateTime::Today - fechaBajaFecha)::Days

                   if (proximaFecha as string)::Trim()::Equals("")
                       set lineaProxima to "sin confirmaciones pendientes"
                   else
                       if proximaCita = 0
                           set lineaProxima to type String::Concat("próxima confirmación ", (proximaFecha as string)::Trim(), " SIN CITA")
                       else
                           set lineaProxima to type String::Concat("próxima confirmación ", (proximaFecha as string)::Trim())
                       end-if
                   end-if

                   invoke contenido::AppendLine(type String::Concat("  Parte ", idParteSQL::ToString(), " - ",
                       (nombrePaciente as string)::Trim(), " ", (apellidosPaciente as string)::Trim(),
                       " - CIE-10 ", (codigo as string)::Trim(),
                       " - baja ", (fechaBaja as string)::Trim(), " (", diasBaja::ToString(), " de ",
                       duracion::ToString(), " días previstos) - ", lineaProxima))
                   add 1 to totalMedico
                   add 1 to total
               end-if
           end-perform.

           exec sql
               close bajasAbiertasTbl
           end-exec.

           if medicoAnterior > 0
               invoke contenido::AppendLine(type String::Concat("  Total: ", totalMedico::ToString(), " bajas abiertas"))
               invoke contenido::AppendLine("")
           end-if
           invoke contenido::AppendLine(type String::Concat("Total de bajas abiertas: ", total::ToString())).

           set carpetaPartes to type String::Concat(type AppDomain::CurrentDomain::BaseDirectory, "partes_it").
           if not type System.IO.Directory::Exists(carpetaPartes)
               invoke type System.IO.Directory::CreateDirectory(carpetaPartes)
           end-if

           set rutaArchivo to type String::Concat(carpetaPartes, "\bajas_abiertas_",
               type DateTime::Now::ToString("yyyyMMddHHmmss"), ".txt").
           invoke type System.IO.File::WriteAllText(rutaArchivo, contenido::ToString()).
           set ruta to rutaArchivo.

       end method.

       end class.
