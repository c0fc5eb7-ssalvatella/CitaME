       *> Clase que encapsula el modelo del usuario 
       *> del sistema con todas sus consultas pertinentes.
       *>
       *> Los dependientes que cumplen la mayoría de edad pasan a
       *> gestionar su propia ficha (ver TraspasarMayoresEdad y
       *> ActivarCuenta).
       *>
       *> Las sesiones del personal en los puestos compartidos se
       *> bloquean tras un tiempo de inactividad que depende del tipo
       *> de usuario (ver DevuelveMinutosInactividad).
       *>
       *> Las fichas de paciente y de médico llevan un número de
       *> versión (version_paciente, version_medico) que sube con cada
       *> cambio: EditarPaciente y EditarMedico rechazan los cambios
       *> hechos sobre una ficha que otra persona ha guardado mientras
       *> tanto (ver RechazarFichaObsoleta).
       *>
       *> La ficha de un paciente fallecido es de solo lectura durante
       *> su periodo legal de conservación (ver Paciente::EsSoloLectura):
       *> EditarUsuario, EditarPaciente y EditarDatosContacto la
       *> rechazan y dejan el motivo en MotivoRechazo.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.Usuario.

       01 contraseniaCaducidadDias binary-short value 90.
       01 contraseniaHistorial binary-short value 5.

       *> Edad a la que un dependiente deja de estar a cargo de su
       *> responsable, y días de validez del código de activación que
       *> recibe para crear sus propias credenciales (ver
       *> TraspasarMayoresEdad)
       01 EDAD_MAYORIA binary-short value 18.
       01 DIAS_VALIDEZ_ACTIVACION binary-short value 30.

       *> Minutos sin actividad tras los que se bloquea la pantalla de
       *> una sesión, por tipo de usuario (configurables con los
       *> parámetros minutos_inactividad_admin, minutos_inactividad_medico
       *> y minutos_inactividad_recepcion; 0 = sin bloqueo). Los
       *> pacientes no se bloquean: su sesión es en su propio equipo.
       01 MINUTOS_INACTIVIDAD_ADMIN binary-long value 10.
       01 MINUTOS_INACTIVIDAD_MEDICO binary-long value 5.
       01 MINUTOS_INACTIVIDAD_RECEPCION binary-long value 3.

       *> Qué había cambiado en la ficha cuando se ha rechazado la
       *> última edición por hacerse sobre una copia desactualizada
       *> ("" si no hubo conflicto)
       01 CambiosConflicto property string.

       *> Motivo por el que se ha rechazado la última edición de una
       *> ficha de solo lectura ("" si no se rechazó por eso)
       01 MotivoRechazo property string.

       *> Habilita las variables de SQL
       exec sql
           include sqlca
       *> Deja constancia en accesos_usuarios de cada intento de inicio
       *> de sesión: usuario, momento y resultado (1 = correcto,
       *> 0 = fallido, 2 = desbloqueo del administrador), para la
       *> auditoría de accesos y el contador de bloqueo. También los
       *> bloqueos de pantalla por inactividad (3), los desbloqueos
       *> con la contraseña del propio usuario (4) y los cambios
       *> rápidos de usuario que cierran la sesión bloqueada (5).
       *>
       *> Parámetros:
       *>     nombre (str): Nombre de usuario del intento
       *>     resultado (int): 1 correcto, 0 fallido, 2 desbloqueo,
       *>                      3 bloqueo por inactividad, 4 desbloqueo
       *>                      de pantalla, 5 cambio de usuario
       *>
       method-id RegistrarAcceso.
       local-storage section.
                 and a.fecha_acceso > coalesce((
                     select max(a2.fecha_acceso) from accesos_usuarios as a2
                     where a2.nombre_acceso = :nombreSQL
                       and a2.resultado_acceso in (1, 2, 4)
                 ), '1900-01-01 00:00:00')
           end-exec.


       end method.

       *>
       *> DevuelveMinutosInactividad
       *>
       *> Minutos sin actividad tras los que se bloquea la pantalla de
       *> una sesión del tipo de usuario indicado.
       *>
       *> Parámetros:
       *>     tipo (int): Tipo de usuario de la sesión
       *>
       *> Devuelve:
       *>     int: minutos de inactividad, 0 si la sesión no se bloquea
       *>
       method-id DevuelveMinutosInactividad.
       local-storage section.
       01 parametros type CitaMe.modelo.Parametros.
       procedure division using by value tipo as binary-short
                                   returning minutos as binary-long.

           set parametros to new CitaMe.modelo.Parametros().
           evaluate tipo
               when TIPO_ADMINISTRADOR
                   set minutos to parametros::DevuelveEntero("minutos_inactividad_admin", MINUTOS_INACTIVIDAD_ADMIN)
               when TIPO_MEDICO
                   set minutos to parametros::DevuelveEntero("minutos_inactividad_medico", MINUTOS_INACTIVIDAD_MEDICO)
               when TIPO_RECEPCIONISTA
                   set minutos to parametros::DevuelveEntero("minutos_inactividad_recepcion", MINUTOS_INACTIVIDAD_RECEPCION)
               when other
                   set minutos to 0
           end-evaluate.

       end method.

       *>
       *> ConfigurarIdioma
       *>
               set exito to True
               invoke RegistrarAuditoriaUsuario(DevuelveIdUsuario(nombreUsuario),
                   "activo_usuario", "1", "0 (cuenta deshabilitada en el directorio)")
               invoke SuspenderSuscripciones(DevuelveIdUsuario(nombreUsuario))
           else
               set exito to False
           end-if.
                           set lineaAcceso to type String::Concat(fechaStr::Trim(), " - Acceso correcto")
                       when 2
                           set lineaAcceso to type String::Concat(fechaStr::Trim(), " - Desbloqueo del administrador")
                       when 3
                           set lineaAcceso to type String::Concat(fechaStr::Trim(), " - Pantalla bloqueada por inactividad")
                       when 4
                           set lineaAcceso to type String::Concat(fechaStr::Trim(), " - Pantalla desbloqueada")
                       when 5
                           set lineaAcceso to type String::Concat(fechaStr::Trim(), " - Sesión cerrada por cambio de usuario")
                       when other
                           set lineaAcceso to type String::Concat(fechaStr::Trim(), " - Intento fallido")
                   end-evaluate
       *>
       *> Devuelve:
       *>     int: 1 en caso de ejecución correcta
       *>          0 en caso de error o si la ficha es de solo lectura
       *>
       method-id EditarUsuario.
       local-storage section.
       01 apellidosAnterior pic x(80).
       01 strApellidosAnterior string.
       01 activoAnterior pic 9.
       01 modeloPaciente type CitaMe.modelo.Paciente.

       procedure division using by value idUsuario as binary-short
                                         nombreUsuarioNuevo as string
                                         activoUsuario as binary-short
                                         returning exito as binary-short.

           set exito to 0.
           set MotivoRechazo to "".

           *> La ficha de un paciente fallecido no admite cambios
           set modeloPaciente to new CitaMe.modelo.Paciente().
           if modeloPaciente::EsSoloLectura(idUsuario)
               set MotivoRechazo to "La ficha del paciente fallecido es de solo lectura durante su periodo legal de conservación."
               goback
           end-if

           set nombreUsuarioSQL to nombreUsuarioNuevo.
           set nombreRealSQL to nombreRealNuevo.
           set apellidosSQL to apellidosNuevo.
               end-if
               if not activoAnterior = activoUsuario
                   invoke RegistrarAuditoriaUsuario(idUsuario, "activo_usuario", activoAnterior::ToString(), activoUsuario::ToString())
                   if activoUsuario = 0
                       invoke SuspenderSuscripciones(idUsuario)
                   end-if
               end-if
           else
               set exito to 0

       end method.

       *>
       *> SuspenderSuscripciones
       *>
       *> Suspende las suscripciones a informes de un usuario que acaba
       *> de ser desactivado, para que deje de recibirlos por correo
       *> (ver SuscripcionInforme).
       *>
       *> Parámetros:
       *>     idUsuario (int): Usuario desactivado
       *>
       method-id SuspenderSuscripciones private.
       local-storage section.
       01 idUsuarioSQL pic S9(9) COMP-4.
       procedure division using by value idUsuario as binary-long.

           set idUsuarioSQL to idUsuario.

           exec sql
               update suscripciones_informes
               set estado_suscripcion = 'Suspendida'
               where usuario_suscripcion = :idUsuarioSQL
                 and estado_suscripcion = 'Activa'
           end-exec.

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> RegistrarAuditoriaUsuario
       *>
       *>
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>              False en caso de error o si la ficha es de solo
       *>              lectura (ver MotivoRechazo)
       *>
       method-id EditarDatosContacto.
       local-storage section.
       01 correoSQL pic x(100).
       01 telefonoSQL pic x(20).
       01 direccionSQL pic x(255).
       01 modeloPaciente type CitaMe.modelo.Paciente.
       procedure division using by value idUsuario as binary-short
                                         correo as string
                                         telefono as string
                                         direccion as string
                                   returning exito as type Boolean.

           set exito to False.
           set MotivoRechazo to "".

           *> La ficha de un paciente fallecido no admite cambios
           set modeloPaciente to new CitaMe.modelo.Paciente().
           if modeloPaciente::EsSoloLectura(idUsuario)
               set MotivoRechazo to "La ficha del paciente fallecido es de solo lectura durante su periodo legal de conservación."
               goback
           end-if

           set idUsuarioSQL to idUsuario.
           set correoSQL to correo::Trim().
           set telefonoSQL to telefono::Trim().

       end method.

       *>
       *> TraspasarMayoresEdad
       *>
       *> Pasada diaria que entrega su ficha a los dependientes que
       *> han cumplido EDAD_MAYORIA años (según fechaNacimiento_usuario):
       *>   - heredan los datos de contacto y las preferencias de
       *>     recordatorio de su responsable que no tengan propios;
       *>   - el responsable deja de tenerlos a su cargo desde ese día
       *>     (responsable_paciente), con lo que pierde el acceso a sus
       *>     citas, recetas y pruebas;
       *>   - reciben por el buzón de salida una invitación con un
       *>     código de un solo uso, válido DIAS_VALIDEZ_ACTIVACION
       *>     días, para crear su propio usuario y contraseña (ver
       *>     ActivarCuenta).
       *> Cada traspaso queda en la auditoría de usuarios del
       *> dependiente.
       *>
       *> Devuelve:
       *>     int: Número de dependientes traspasados
       *>
       method-id TraspasarMayoresEdad.
       local-storage section.
       01 limiteSQL pic x(10).
       01 hoySQL pic x(10).
       01 caducidadSQL pic x(10).
       01 idDependienteSQL pic S9(9) COMP-4.
       01 idResponsableSQL pic S9(9) COMP-4.
       01 idsDependientes List[binary-long].
       01 idsResponsables List[binary-long].
       01 posicion binary-long.
       01 generadorCodigo type Random.
       01 codigoActivacion string.
       01 codigoActivacionSQL pic x(64).
       01 modeloNotificador type CitaMe.modelo.Notificador.
       procedure division returning traspasados as binary-long.

           set traspasados to 0.
           set hoySQL to type DateTime::Today::ToString("yyyy-MM-dd").
           set limiteSQL to type DateTime::Today::AddYears(0 - EDAD_MAYORIA)::ToString("yyyy-MM-dd").
           set caducidadSQL to type DateTime::Today::AddDays(DIAS_VALIDEZ_ACTIVACION)::ToString("yyyy-MM-dd").
           set idsDependientes to new List[binary-long]().
           set idsResponsables to new List[binary-long]().

           exec sql
               declare mayoresEdadTbl cursor for
                   select p.id_usuario_paciente, p.responsable_paciente
                   from pacientes as p
                   inner join usuarios as u on (p.id_usuario_paciente = u.id_usuario)
                   where coalesce(p.responsable_paciente, 0) <> 0
                     and u.fechaNacimiento_usuario is not null
                     and u.fechaNacimiento_usuario <= :limiteSQL
           end-exec.

           exec sql
               open mayoresEdadTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch mayoresEdadTbl into :idDependienteSQL, :idResponsableSQL
               end-exec
               if SQLCODE = 0
                   invoke idsDependientes::Add(idDependienteSQL)
                   invoke idsResponsables::Add(idResponsableSQL)
               end-if
           end-perform.

           exec sql
               close mayoresEdadTbl
           end-exec.

           if idsDependientes::Count = 0
               goback
           end-if

           set generadorCodigo to new Random().
           set modeloNotificador to new CitaMe.modelo.Notificador().

           perform varying posicion from 0 by 1 until posicion >= idsDependientes::Count
               set idDependienteSQL to idsDependientes[posicion]
               set idResponsableSQL to idsResponsables[posicion]
               set codigoActivacion to generadorCodigo::Next(10000000, 99999999)::ToString()
               set codigoActivacionSQL to Hash(codigoActivacion)

               *> Datos de contacto y preferencias del responsable, solo
               *> donde el dependiente no tiene los suyos
               exec sql
                   update usuarios as d, usuarios as r
                   set d.correo_usuario = (case when coalesce(d.correo_usuario, '') = '' then r.correo_usuario else d.correo_usuario end),
                       d.telefono_usuario = (case when coalesce(d.telefono_usuario, '') = '' then r.telefono_usuario else d.telefono_usuario end),
                       d.direccion_usuario = (case when coalesce(d.direccion_usuario, '') = '' then r.direccion_usuario else d.direccion_usuario end),
                       d.dias_antelacion_recordatorio_usuario = coalesce(d.dias_antelacion_recordatorio_usuario, r.dias_antelacion_recordatorio_usuario),
                       d.canal_recordatorio_usuario = coalesce(d.canal_recordatorio_usuario, r.canal_recordatorio_usuario),
                       d.idioma_usuario = coalesce(d.idioma_usuario, r.idioma_usuario),
                       d.codigo_activacion_usuario = :codigoActivacionSQL,
                       d.caducidad_activacion_usuario = :caducidadSQL
                   where d.id_usuario = :idDependienteSQL
                     and r.id_usuario = :idResponsableSQL
               end-exec

               exec sql
                   update pacientes
                   set responsable_paciente = null,
                       fecha_traspaso_paciente = :hoySQL
                   where id_usuario_paciente = :idDependienteSQL
               end-exec

               if SQLCODE = 0
                   exec sql
                       commit
                   end-exec
                   invoke RegistrarAuditoriaUsuario(idDependienteSQL, "responsable_paciente",
                       idResponsableSQL::ToString(), "Traspaso por mayoría de edad")
                   invoke modeloNotificador::EnviarInvitacionActivacion(idDependienteSQL, codigoActivacion,
                       type DateTime::Today::AddDays(DIAS_VALIDEZ_ACTIVACION))
                   add 1 to traspasados
               else
                   exec sql
                       rollback
                   end-exec
               end-if
           end-perform.

       end method.

       *>
       *> ActivarCuenta
       *>
       *> Crea las credenciales propias de un antiguo dependiente con
       *> el código de activación que recibió al cumplir la mayoría de
       *> edad (ver TraspasarMayoresEdad). El código es de un solo uso.
       *>
       *> Parámetros:
       *>     dni (str): DNI del paciente
       *>     codigo (str): Código de activación recibido
       *>     nombreUsuario (str): Nombre de usuario elegido
       *>     contrasenia (str): Contraseña elegida
       *>
       *> Devuelve:
       *>     str: "" si la cuenta quedó activada, o el motivo por el
       *>          que no se ha podido activar
       *>
       method-id ActivarCuenta.
       local-storage section.
       01 dniSQL pic x(10).
       01 codigoSQL pic x(64).
       01 hoySQL pic x(10).
       01 idUsuarioSQL pic S9(9) COMP-4.
       01 nombreUsuarioSQL pic x(45).
       01 nombreAnteriorSQL pic x(45).
       01 contraseniaSQL pic x(64).
       procedure division using by value dni as string
                                         codigo as string
                                         nombreUsuario as string
                                         contrasenia as string
                                   returning motivo as string.

           invoke CargarConfiguracionContrasenias().

           set dniSQL to dni::Trim()::ToUpper().
           set codigoSQL to Hash(codigo::Trim()).
           set hoySQL to type DateTime::Today::ToString("yyyy-MM-dd").

           exec sql
               select u.id_usuario, u.nombre_usuario into :idUsuarioSQL, :nombreAnteriorSQL
               from usuarios as u
               inner join pacientes as p on (p.id_usuario_paciente = u.id_usuario)
               where p.dni_paciente = :dniSQL
                 and u.codigo_activacion_usuario = :codigoSQL
                 and u.caducidad_activacion_usuario >= :hoySQL
           end-exec.

           if not SQLCODE = 0
               set motivo to "El DNI o el código de activación no son correctos, o el código ha caducado."
               goback
           end-if

           if nombreUsuario::Trim()::Equals("") or NombreUsuarioExiste(nombreUsuario::Trim())
               set motivo to "Elija otro nombre de usuario: ese ya está en uso."
               goback
           end-if

           if not ValidarComplejidadContrasenia(contrasenia)
               set motivo to "La contraseña no cumple la política de complejidad."
               goback
           end-if

           set nombreUsuarioSQL to nombreUsuario::Trim().
           set contraseniaSQL to Hash(contrasenia).

           exec sql
               update usuarios
               set nombre_usuario = :nombreUsuarioSQL,
                   contrasenia_usuario = :contraseniaSQL,
                   fecha_contrasenia_usuario = :hoySQL,
                   debe_cambiar_contrasenia_usuario = 0,
                   codigo_activacion_usuario = null,
                   caducidad_activacion_usuario = null
               where id_usuario = :idUsuarioSQL
           end-exec.

           if not SQLCODE = 0
               exec sql
                   rollback
               end-exec
               set motivo to "Ha ocurrido un error activando la cuenta."
               goback
           end-if

           exec sql
               commit
           end-exec.

           invoke RegistrarAuditoriaUsuario(idUsuarioSQL, "nombre_usuario",
               (nombreAnteriorSQL as type System.String)::Trim(), nombreUsuario::Trim()).
           set motivo to "".

       end method.

       *>
       *> ConfigurarMedicoPreferido
       *>
       *>
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>              False en caso de error, de conflicto o si la
       *>              ficha es de solo lectura (ver MotivoRechazo)
       *>
       method-id EditarPaciente.
       local-storage section.
       01 strSeguridadSocialAnterior string.
       01 dniAnterior pic x(10).
       01 strDniAnterior string.
       01 comunidadAnterior pic x(25).
       01 sexoAnterior pic x(25).
       01 generoAnterior pic x(25).
       01 versionSQL pic S9(9) COMP-4.
       01 versionActual pic S9(9) COMP-4.
       01 cambios type System.Text.StringBuilder.
       01 modeloPaciente type CitaMe.modelo.Paciente.
       procedure division using by value idUsuario as binary-short
                                         seguridadSocial as string
                                         dni as string
                                         comunidad as string
                                         sexo as string
                                         genero as string
                                         versionLeida as binary-long
                                         returning exito as type Boolean.

           set exito to False.
           set CambiosConflicto to "".
           set MotivoRechazo to "".

           *> La ficha de un paciente fallecido no admite cambios
           set modeloPaciente to new CitaMe.modelo.Paciente().
           if modeloPaciente::EsSoloLectura(idUsuario)
               set MotivoRechazo to "La ficha del paciente fallecido es de solo lectura durante su periodo legal de conservación."
               goback
           end-if
           set versionSQL to versionLeida.

           set idUsuarioSQL to idUsuario.
           set seguridadSocialSQL to seguridadSocial.
           set dniSQL to dni.
           *> Valores anteriores de los identificadores sensibles, para
           *> la auditoría de cambios de la ficha
           exec sql
               select p.seguridad_social_paciente, p.dni_paciente,
                      coalesce(p.comunidad_paciente, ''), coalesce(p.sexo_paciente, ''),
                      coalesce(p.genero_paciente, ''), p.version_paciente
               into :seguridadSocialAnterior, :dniAnterior,
                    :comunidadAnterior, :sexoAnterior,
                    :generoAnterior, :versionActual
               from pacientes as p
               where p.id_usuario_paciente = :idUsuarioSQL
           end-exec.

           *> Si otra persona ha guardado la ficha desde que se leyó,
           *> no se guarda y se le enseña al usuario lo que hay ahora
           if SQLCODE = 0 and versionSQL >= 0 and not versionActual = versionSQL
               set cambios to new System.Text.StringBuilder()
               invoke AnotarDiferencia(cambios, "Seguridad Social", (seguridadSocialAnterior as string), seguridadSocial)
               invoke AnotarDiferencia(cambios, "DNI", (dniAnterior as string), dni)
               invoke AnotarDiferencia(cambios, "Comunidad", (comunidadAnterior as string), comunidad)
               invoke AnotarDiferencia(cambios, "Sexo", (sexoAnterior as string), sexo)
               invoke AnotarDiferencia(cambios, "Género", (generoAnterior as string), genero)
               invoke RechazarFichaObsoleta("pacientes", idUsuario, "Editar paciente", versionSQL, versionActual, cambios)
               goback
           end-if

           exec sql
               update pacientes
               set seguridad_social_paciente = :seguridadSocialSQL,
                   dni_paciente = :dniSQL,
                   comunidad_paciente = :comunidadSQL,
                   sexo_paciente = :sexoSQL,
                   genero_paciente = :generoSQL,
                   version_paciente = version_paciente + 1
               where id_usuario_paciente = :idUsuarioSQL
                 and (:versionSQL < 0 or version_paciente = :versionSQL)
           end-exec.

           *> Guardada por otra persona entre la lectura y el update
           if SQLCODE >= 0 and versionSQL >= 0 and SQLERRD(3) = 0
               exec sql
                   rollback
               end-exec
               set cambios to new System.Text.StringBuilder()
               invoke RechazarFichaObsoleta("pacientes", idUsuario, "Editar paciente", versionSQL, DevuelveVersionPaciente(idUsuario), cambios)
               goback
           end-if

           if SQLCODE < 0
               set exito to False
           else
       01 finTardesAnterior pic x(25).
       01 horarioAnterior string.
       01 horarioNuevo string.
       01 comunidadAnterior pic x(25).
       01 caducidadAnterior pic x(10).
       01 versionSQL pic S9(9) COMP-4.
       01 versionActual pic S9(9) COMP-4.
       01 cambios type System.Text.StringBuilder.
       procedure division using by value idUsuario as binary-short
                                         colegiado as string
                                         comunidad as string
                                         inicioTardes as string
                                         finTardes as string
                                         colegiadoCaducidad as string
                                         versionLeida as binary-long
                                         returning exito as type Boolean.

           set exito to False.
           set CambiosConflicto to "".
           set versionSQL to versionLeida.

           set idUsuarioSQL to idUsuario.
           set colegiadoSQL to colegiado.
           set comunidadSQL to comunidad.
           exec sql
               select m.colegiado_medico, m.especialidad_medico,
                      m.inicio_mananas_medico, m.fin_mananas_medico,
                      m.inicio_tardes_medico, m.fin_tardes_medico,
                      coalesce(m.comunidad_medico, ''), coalesce(m.colegiado_caducidad_medico, ''),
                      m.version_medico
               into :colegiadoAnterior, :especialidadAnterior,
                    :inicioManianasAnterior, :finManianasAnterior,
                    :inicioTardesAnterior, :finTardesAnterior,
                    :comunidadAnterior, :caducidadAnterior,
                    :versionActual
               from medicos as m
               where m.id_usuario_medico = :idUsuarioSQL
           end-exec.

           *> Si otra persona ha guardado la ficha desde que se leyó,
           *> no se guarda y se le enseña al usuario lo que hay ahora
           if SQLCODE = 0 and versionSQL >= 0 and not versionActual = versionSQL
               set cambios to new System.Text.StringBuilder()
               invoke AnotarDiferencia(cambios, "Colegiado", (colegiadoAnterior as string), colegiado)
               invoke AnotarDiferencia(cambios, "Caducidad colegiación", (caducidadAnterior as string), colegiadoCaducidad)
               invoke AnotarDiferencia(cambios, "Comunidad", (comunidadAnterior as string), comunidad)
               invoke AnotarDiferencia(cambios, "Especialidad", (especialidadAnterior as string), especialidad)
               invoke AnotarDiferencia(cambios, "Inicio mañanas", HoraCorta(inicioManianasAnterior as string), inicioManianas)
               invoke AnotarDiferencia(cambios, "Fin mañanas", HoraCorta(finManianasAnterior as string), finManianas)
               invoke AnotarDiferencia(cambios, "Inicio tardes", HoraCorta(inicioTardesAnterior as string), inicioTardes)
               invoke AnotarDiferencia(cambios, "Fin tardes", HoraCorta(finTardesAnterior as string), finTardes)
               invoke RechazarFichaObsoleta("medicos", idUsuario, "Editar médico", versionSQL, versionActual, cambios)
               goback
           end-if

           exec sql
               update medicos
               set colegiado_medico = :colegiadoSQL,
                   fin_mananas_medico = :finManianasSQL,
                   inicio_tardes_medico = :inicioTardesSQL,
                   fin_tardes_medico = :finTardesSQL,
                   colegiado_caducidad_medico = :colegiadoCaducidadSQL,
                   version_medico = version_medico + 1
               where id_usuario_medico = :idUsuarioSQL
                 and (:versionSQL < 0 or version_medico = :versionSQL)
           end-exec.

           *> Guardada por otra persona entre la lectura y el update
           if SQLCODE >= 0 and versionSQL >= 0 and SQLERRD(3) = 0
               exec sql
                   rollback
               end-exec
               set cambios to new System.Text.StringBuilder()
               invoke RechazarFichaObsoleta("medicos", idUsuario, "Editar médico", versionSQL, DevuelveVersionMedico(idUsuario), cambios)
               goback
           end-if

           if SQLCODE < 0
               set exito to False
           else

       end method.

       *>
       *> DevuelveVersionPaciente
       *>
       *> Versión guardada de la ficha de paciente (version_paciente),
       *> que la vista guarda al cargar la ficha para editarla.
       *>
       *> Parámetros:
       *>     idUsuario (int): Id del usuario referente al paciente
       *>
       *> Devuelve:
       *>     int: versión de la ficha, -1 si no tiene ficha de paciente
       *>
       method-id DevuelveVersionPaciente.
       local-storage section.
       01 idUsuarioSQL pic S9(9) COMP-4.
       01 versionSQL pic S9(9) COMP-4.
       procedure division using by value idUsuario as binary-short
                                   returning versionFicha as binary-long.

           set versionFicha to -1.
           set idUsuarioSQL to idUsuario.

           exec sql
               select p.version_paciente into :versionSQL
               from pacientes as p
               where p.id_usuario_paciente = :idUsuarioSQL
           end-exec.

           if SQLCODE = 0
               set versionFicha to versionSQL
           end-if.

       end method.

       *>
       *> DevuelveVersionMedico
       *>
       *> Versión guardada de la ficha de médico (version_medico),
       *> que la vista guarda al cargar la ficha para editarla.
       *>
       *> Parámetros:
       *>     idUsuario (int): Id del usuario referente al médico
       *>
       *> Devuelve:
       *>     int: versión de la ficha, -1 si no tiene ficha de médico
       *>
       method-id DevuelveVersionMedico.
       local-storage section.
       01 idUsuarioSQL pic S9(9) COMP-4.
       01 versionSQL pic S9(9) COMP-4.
       procedure division using by value idUsuario as binary-short
                                   returning versionFicha as binary-long.

           set versionFicha to -1.
           set idUsuarioSQL to idUsuario.

           exec sql
               select m.version_medico into :versionSQL
               from medicos as m
               where m.id_usuario_medico = :idUsuarioSQL
           end-exec.

           if SQLCODE = 0
               set versionFicha to versionSQL
           end-if.

       end method.

       *>
       *> RechazarFichaObsoleta
       *>
       *> Se ha intentado guardar una ficha que otra persona había
       *> guardado desde que el usuario la leyó: deja en
       *> CambiosConflicto los datos guardados ahora que difieren de
       *> los enviados, para que el usuario los vea y rehaga el cambio,
       *> y anota el rechazo (ver ConflictoEdicion).
       *>
       *> Parámetros:
       *>     tabla (str): pacientes o medicos
       *>     idUsuario (int): Id del usuario de la ficha
       *>     operacion (str): Operación rechazada
       *>     versionLeida (int): Versión que leyó el usuario
       *>     versionActual (int): Versión guardada
       *>     cambios (StringBuilder): Diferencias ya anotadas
       *>
       method-id RechazarFichaObsoleta private.
       local-storage section.
       01 modeloConflicto type CitaMe.modelo.ConflictoEdicion.
       procedure division using by value tabla as string
                                         idUsuario as binary-short
                                         operacion as string
                                         versionLeida as binary-long
                                         versionActual as binary-long
                                         cambios as type System.Text.StringBuilder.

           if cambios::Length = 0
               invoke cambios::AppendLine("La ficha se ha guardado mientras tanto con los mismos datos que usted envía, o con otros que no se ven en este formulario.")
           end-if
           set CambiosConflicto to cambios::ToString()::Trim().

           set modeloConflicto to new CitaMe.modelo.ConflictoEdicion().
           invoke modeloConflicto::Registrar(tabla, idUsuario, operacion, versionLeida, versionActual, CambiosConflicto).

       end method.

       *>
       *> AnotarDiferencia
       *>
       *> Añade al resumen de un conflicto de edición el campo cuyo
       *> valor guardado difiere del que envía el usuario.
       *>
       method-id AnotarDiferencia private.
       procedure division using by value cambios as type System.Text.StringBuilder
                                         campo as string
                                         guardado as string
                                         enviado as string.

           if guardado = null
               set guardado to ""
           end-if
           if enviado = null
               set enviado to ""
           end-if

           if not guardado::Trim()::Equals(enviado::Trim())
               invoke cambios::AppendLine(type String::Concat(campo, ": guardado ahora '", guardado::Trim(), "' (usted: '", enviado::Trim(), "')"))
           end-if

       end method.

       *>
       *> HoraCorta
       *>
       *> Deja una hora guardada ("08:00:00") como se escribe en el
       *> formulario ("08:00").
       *>
       method-id HoraCorta private.
       procedure division using by value hora as string
                                   returning horaCorta as string.

           set horaCorta to hora::Trim().
           if horaCorta::Length > 5
               set horaCorta to horaCorta::Substring(0, 5)
           end-if

       end method.


       *>
       *> NombreUsuarioExiste
