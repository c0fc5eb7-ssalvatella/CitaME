       *> silencio, y queda un registro consultable por paciente y por
       *> cita de todo lo que se ha enviado.
       *>
       *> Cada correo lleva la cabecera X-CitaMe-Notificacion con su
       *> notificación, para casar los rebotes que devuelva el
       *> servidor de destino (ver ReboteCorreo); una dirección que
       *> rebota de forma reiterada deja de usarse y los avisos del
       *> paciente pasan al canal de carta.
       *>
       *> Un correo del buzón puede llevar un fichero adjunto
       *> (adjunto_notificacion), como los informes suscritos en CSV
       *> (ver SuscripcionInforme).
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.Notificador.

       01 modeloUsuario type CitaMe.modelo.Usuario.
       01 modeloMedico type CitaMe.modelo.Medico.
       01 modeloPlantilla type CitaMe.modelo.PlantillaNotificacion.
       01 modeloReboteCorreo type CitaMe.modelo.ReboteCorreo.
       01 modeloErrores type CitaMe.modelo.RegistroErrores.

       01 mfsqlmessagetext pic x(355) values "".

       01 smtpHost string value "".
       01 smtpPuerto binary-short value 25.
       01 MAX_INTENTOS_ENVIO binary-short value 5.
       01 MINUTOS_BASE_REINTENTO binary-short value 5.

       *> Reglas de envío de avisos a pacientes (ver
       *> ProcesarBuzonSalida): horas de silencio (hh:mm, con la misma
       *> hora de inicio y fin no hay silencio), máximo de correos no
       *> urgentes por paciente y día, y tipos de aviso urgentes
       *> exentos de ambas reglas y del resumen. Configurables con los
       *> parámetros hora_inicio_silencio, hora_fin_silencio,
       *> max_correos_paciente_dia y tipos_notificacion_urgentes
       01 horaInicioSilencio string value "22:00".
       01 horaFinSilencio string value "08:00".
       01 maxCorreosPacienteDia binary-short value 2.
       01 tiposUrgentes string value "Retraso,ReprogramacionUrgente,Confirmacion,SolicitudConfirmacion,Activacion".

       *> Dirección de guardia que recibe, además de los
       *> administradores, los avisos de la vigilancia de servicios
       *> (clave correo_vigilancia en citame.cfg o en el almacén de
       *> parámetros; vacía, solo los administradores)
       01 correoVigilancia string value "".

       *> Habilita las variables de SQL
       exec sql
           include sqlca
           set modeloUsuario to new CitaMe.modelo.Usuario().
           set modeloMedico to new CitaMe.modelo.Medico().
           set modeloPlantilla to new CitaMe.modelo.PlantillaNotificacion().
           set modeloReboteCorreo to new CitaMe.modelo.ReboteCorreo().
           set modeloErrores to new CitaMe.modelo.RegistroErrores().
       end method.

       *>
                                   set diasEncuestaPendiente to type Int16::Parse(valor)
                               when "dias_confirmacion_previa"
                                   set diasConfirmacionPrevia to type Int16::Parse(valor)
                               when "correo_vigilancia"
                                   set correoVigilancia to valor
                           end-evaluate
                       end-if
                   end-if
           set diasAntelacionRecordatorioMaximo to parametros::DevuelveEntero("dias_antelacion_recordatorio_maximo", diasAntelacionRecordatorioMaximo).
           set diasEncuestaPendiente to parametros::DevuelveEntero("dias_encuesta_pendiente", diasEncuestaPendiente).
           set diasConfirmacionPrevia to parametros::DevuelveEntero("dias_confirmacion_previa", diasConfirmacionPrevia).
           set horaInicioSilencio to parametros::DevuelveTexto("hora_inicio_silencio", horaInicioSilencio).
           set horaFinSilencio to parametros::DevuelveTexto("hora_fin_silencio", horaFinSilencio).
           set maxCorreosPacienteDia to parametros::DevuelveEntero("max_correos_paciente_dia", maxCorreosPacienteDia).
           set tiposUrgentes to parametros::DevuelveTexto("tipos_notificacion_urgentes", tiposUrgentes).
           set correoVigilancia to parametros::DevuelveTexto("correo_vigilancia", correoVigilancia).

       end method.

       *> Escribe una notificación en el buzón de salida (tabla
       *> notificaciones), pendiente de que la pasada de envío la
       *> entregue. El destinatario se resuelve a partir del correo del
       *> paciente; si el paciente no tiene correo, o su correo está
       *> marcado como no válido por rebotes (ver ReboteCorreo), el
       *> aviso pasa al canal de carta. A un paciente fallecido no se le encola nada (ver
       *> Cita::RegistrarExitus).
       *>
       *> Parámetros:
       *>     idPaciente (int): Paciente destinatario del aviso
       01 idCitaSQL pic S9(9) COMP-4.
       01 idPacienteSQL pic S9(9) COMP-4.
       01 ahoraSQL pic x(19).
       01 fallecido pic S9(9) COMP-4.
       procedure division using by value idPaciente as binary-short
                                         idCita as binary-long
                                         tipo as string

           set encolada to False.

           *> Con el exitus registrado se suprime cualquier aviso
           *> (recordatorios, recalls, campañas, encuestas,
           *> reclamaciones de pago...)
           set idPacienteSQL to idPaciente.
           set fallecido to 0.
           exec sql
               select count(*) into :fallecido
               from pacientes as p
               where p.id_usuario_paciente = :idPacienteSQL
                 and p.fecha_exitus_paciente is not null
           end-exec.
           if fallecido > 0
               goback
           end-if

           set paciente to modeloUsuario::DevuelveUsuario(idPaciente).
           if paciente = null
               goback
               end-if
           end-if

           *> Una dirección que rebota de forma reiterada equivale a no
           *> tener correo
           if modeloReboteCorreo::EsCorreoInvalido(paciente::correo_usr)
               set paciente::correo_usr to ""
           end-if

           if paciente::correo_usr::Equals("")
               *> Sin correo alcanzable, el aviso no se pierde: entra
               *> por el canal de carta con la dirección postal del
                    'Pendiente', 0, :ahoraSQL, :ahoraSQL, :canalSQL)
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("Notificador::EncolarNotificacion", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               goback
           end-if

           exec sql
               commit
           end-exec.

           if SQLCODE = 0
               set encolada to True
           end-if.

       end method.

       *>
       *> EncolarCorreoDirecto
       *>
       *> Escribe en el buzón de salida un correo a una dirección que
       *> no es la de un usuario de CitaMe (un proveedor, un
       *> organismo...), sin paciente ni cita asociados. Lo entrega la
       *> misma pasada de envío (ProcesarBuzonSalida).
       *>
       *> Parámetros:
       *>     destinatario (str): Dirección de correo de destino
       *>     tipo (str): Tipo de notificación
       *>     asunto (str): Asunto del correo
       *>     cuerpo (str): Cuerpo del correo
       *>
       *> Devuelve:
       *>     Boolean: True si la notificación quedó encolada
       *>
       method-id EncolarCorreoDirecto private.
       procedure division using by value destinatario as string
                                         tipo as string
                                         asunto as string
                                         cuerpo as string
                                   returning encolada as type Boolean.

           set encolada to EncolarCorreoAdjunto(destinatario, tipo, asunto, cuerpo, "").

       end method.

       *>
       *> EncolarCorreoPersonal
       *>
       *> Escribe en el buzón de salida un correo para un médico o
       *> administrador de CitaMe (agenda diaria, parte de explotación,
       *> alertas...). Va como correo directo a su dirección, sin
       *> paciente asociado, para que no le alcancen las reglas de
       *> envío a pacientes (horas de silencio, tope diario y resumen).
       *>
       *> Parámetros:
       *>     idUsuario (int): Médico o administrador destinatario
       *>     tipo (str): Tipo de notificación
       *>     asunto (str): Asunto del correo
       *>     cuerpo (str): Cuerpo del correo
       *>
       *> Devuelve:
       *>     Boolean: True si la notificación quedó encolada, False si
       *>              el usuario no tiene correo
       *>
       method-id EncolarCorreoPersonal private.
       local-storage section.
       01 usuarioDestino type Usuario.
       procedure division using by value idUsuario as binary-long
                                         tipo as string
                                         asunto as string
                                         cuerpo as string
                                   returning encolada as type Boolean.

           set encolada to False.

           set usuarioDestino to modeloUsuario::DevuelveUsuario(idUsuario).
           if usuarioDestino = null
               goback
           end-if

           set encolada to EncolarCorreoDirecto(usuarioDestino::correo_usr, tipo, asunto, cuerpo).

       end method.

       *>
       *> EncolarCorreoAdjunto
       *>
       *> Igual que EncolarCorreoDirecto, con un fichero que la pasada
       *> de envío adjunta al correo.
       *>
       *> Parámetros:
       *>     destinatario (str): Dirección de correo de destino
       *>     tipo (str): Tipo de notificación
       *>     asunto (str): Asunto del correo
       *>     cuerpo (str): Cuerpo del correo
       *>     adjunto (str): Ruta del fichero adjunto, "" si ninguno
       *>
       *> Devuelve:
       *>     Boolean: True si la notificación quedó encolada
       *>
       method-id EncolarCorreoAdjunto private.
       local-storage section.
       01 destinatarioSQL pic x(255).
       01 asuntoSQL pic x(255).
       01 cuerpoSQL pic x(4000).
       01 tipoSQL pic x(25).
       01 adjuntoSQL pic x(255).
       01 ahoraSQL pic x(19).
       procedure division using by value destinatario as string
                                         tipo as string
                                         asunto as string
                                         cuerpo as string
                                         adjunto as string
                                   returning encolada as type Boolean.

           set encolada to False.
           if destinatario::Trim()::Equals("")
               goback
           end-if

           set destinatarioSQL to destinatario::Trim().
           set asuntoSQL to asunto.
           set cuerpoSQL to cuerpo.
           set tipoSQL to tipo.
           set adjuntoSQL to adjunto.
           set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           exec sql
               insert into notificaciones
                   (destinatario_notificacion, asunto_notificacion, cuerpo_notificacion,
                    tipo_notificacion, cita_notificacion, paciente_notificacion,
                    estado_notificacion, intentos_notificacion, proximo_intento_notificacion,
                    fecha_creacion_notificacion, canal_notificacion, adjunto_notificacion)
               values
                   (:destinatarioSQL, :asuntoSQL, :cuerpoSQL,
                    :tipoSQL, 0, 0,
                    'Pendiente', 0, :ahoraSQL, :ahoraSQL, 'Correo', :adjuntoSQL)
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("Notificador::EncolarCorreoAdjunto", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               goback
           end-if

           exec sql
               commit
           end-exec.
       *>
       *> Envía un correo por SMTP. Es el único punto de la clase que
       *> toca el servidor de correo; lo usa exclusivamente la pasada
       *> de envío del buzón de salida. La cabecera
       *> X-CitaMe-Notificacion identifica la notificación en los
       *> informes de rebote (ver ReboteCorreo).
       *>
       *> Parámetros:
       *>     idNotificacion (int): Notificación que se entrega
       *>     destinatario (str): Dirección de correo de destino
       *>     asunto (str): Asunto del correo
       *>     cuerpo (str): Cuerpo del correo
       *>
       method-id EnviarCorreo private.
       procedure division using by value idNotificacion as binary-long
                                         destinatario as string
                                         asunto as string
                                         cuerpo as string.

           invoke EnviarCorreoAdjunto(idNotificacion, destinatario, asunto, cuerpo, "").

       end method.

       *>
       *> EnviarCorreoAdjunto
       *>
       *> Igual que EnviarCorreo, adjuntando además un fichero. Si el
       *> fichero ya no existe el envío falla y la notificación se
       *> reintenta como cualquier otro fallo.
       *>
       *> Parámetros:
       *>     idNotificacion (int): Notificación que se entrega
       *>     destinatario (str): Dirección de correo de destino
       *>     asunto (str): Asunto del correo
       *>     cuerpo (str): Cuerpo del correo
       *>     adjunto (str): Ruta del fichero adjunto, "" si ninguno
       *>
       method-id EnviarCorreoAdjunto private.
       local-storage section.
       01 cliente type System.Net.Mail.SmtpClient.
       01 mensaje type System.Net.Mail.MailMessage.
       procedure division using by value idNotificacion as binary-long
                                         destinatario as string
                                         asunto as string
                                         cuerpo as string
                                         adjunto as string.

           set mensaje to new System.Net.Mail.MailMessage(smtpRemitente, destinatario, asunto, cuerpo).
           invoke mensaje::Headers::Add("X-CitaMe-Notificacion", idNotificacion::ToString()).
           if not adjunto::Equals("")
               invoke mensaje::Attachments::Add(new System.Net.Mail.Attachment(adjunto))
           end-if
           set cliente to new System.Net.Mail.SmtpClient(smtpHost, smtpPuerto).
           set cliente::Credentials to new System.Net.NetworkCredential(smtpUsuario, smtpContrasenia).
           set cliente::EnableSsl to True.
       *> el último error registrado. Pensada para lanzarse
       *> periódicamente desde el planificador de tareas.
       *>
       *> Los avisos no urgentes a pacientes siguen además unas reglas
       *> para no saturarles el buzón: en horas de silencio
       *> (horaInicioSilencio a horaFinSilencio) se aplazan al final de
       *> la franja; con maxCorreosPacienteDia correos ya recibidos hoy
       *> se aplazan al día siguiente; y si un paciente tiene varios
       *> pendientes a la vez se le envían juntos en un único resumen
       *> (plantilla Resumen, ver EntregarResumen). Los tipos urgentes
       *> (tiposUrgentes: retraso del mismo día, reprogramación por
       *> urgencia...) y los correos que no van a un paciente quedan
       *> exentos. La regla aplicada queda anotada en la notificación
       *> (reglas_notificacion) y se ve en su historial.
       *>
       *> Devuelve:
       *>     int: Número de notificaciones entregadas en esta pasada
       *>
       01 asuntoStr string.
       01 cuerpo pic x(4000).
       01 cuerpoStr string.
       01 tipo pic x(25).
       01 paciente pic S9(9) COMP-4.
       01 adjunto pic x(255).
       01 intentos pic S9(4) COMP-4.
       01 enviadas binary-long.
       01 finSilencio string.
       01 idPacienteAviso binary-long.
       01 pacientesPendientes List[binary-long].
       01 avisosPaciente List[type Notificacion].
       01 parametros type CitaMe.modelo.Parametros.
       procedure division returning totalEnviadas as binary-long.

           invoke CargarConfiguracion().
               goback
           end-if

           *> Tampoco en una copia con los envíos cortados (ver
           *> CopiaAnonimizada): no se escribe nunca a nadie
           set parametros to new CitaMe.modelo.Parametros().
           if parametros::EnviosDesactivados()
               set totalEnviadas to 0
               goback
           end-if

           set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           *> Se recopilan primero las pendientes y después se procesan,
           exec sql
               declare buzonPendienteTbl cursor for
                   select n.id_notificacion, n.destinatario_notificacion,
                          n.asunto_notificacion, n.cuerpo_notificacion, n.intentos_notificacion,
                          n.tipo_notificacion, coalesce(n.paciente_notificacion, 0),
                          coalesce(n.adjunto_notificacion, '')
                   from notificaciones as n
                   where n.estado_notificacion = 'Pendiente'
                     and n.proximo_intento_notificacion <= :ahoraSQL

               exec sql
                   fetch buzonPendienteTbl into
                   :idNotificacion, :destinatario, :asunto, :cuerpo, :intentos, :tipo, :paciente,
                   :adjunto
               end-exec

               if SQLCODE = 0
                   set cuerpoStr to cuerpo as string
                   set notificacionActual::cuerpo_notificacion to cuerpoStr::TrimEnd()
                   set notificacionActual::intentos_notificacion to intentos
                   set notificacionActual::tipo_notificacion to (tipo as string)::Trim()
                   set notificacionActual::paciente_notificacion to paciente
                   set notificacionActual::adjunto_notificacion to (adjunto as string)::Trim()
                   invoke pendientes::Add(notificacionActual)
               end-if

               close buzonPendienteTbl
           end-exec.

           set finSilencio to DevuelveFinSilencio().

           *> Los urgentes y los que no van a un paciente salen uno a
           *> uno sin reglas; el resto se agrupa por paciente
           set pacientesPendientes to new List[binary-long]().
           perform varying pendiente as type Notificacion through pendientes
               if pendiente::paciente_notificacion = 0 or EsTipoUrgente(pendiente::tipo_notificacion)
                   if pendiente::paciente_notificacion > 0 and not finSilencio::Equals("")
                       if EntregarNotificacion(pendiente, "Urgente: exenta de las horas de silencio")
                           add 1 to enviadas
                       end-if
                   else
                       if EntregarNotificacion(pendiente, "")
                           add 1 to enviadas
                       end-if
                   end-if
               else
                   set idPacienteAviso to pendiente::paciente_notificacion
                   if not pacientesPendientes::Contains(idPacienteAviso)
                       invoke pacientesPendientes::Add(idPacienteAviso)
                   end-if
               end-if
           end-perform.

           perform varying idPaciente as binary-long through pacientesPendientes
               set avisosPaciente to new List[type Notificacion]()
               perform varying pendiente as type Notificacion through pendientes
                   if pendiente::paciente_notificacion = idPaciente
                       and not EsTipoUrgente(pendiente::tipo_notificacion)
                       invoke avisosPaciente::Add(pendiente)
                   end-if
               end-perform

               evaluate True
                   when not finSilencio::Equals("")
                       invoke AplazarNotificaciones(avisosPaciente, finSilencio,
                           type String::Concat("Horas de silencio (", horaInicioSilencio, " a ", horaFinSilencio, ")"))
                   when CorreosEnviadosHoy(idPaciente) >= maxCorreosPacienteDia
                       invoke AplazarNotificaciones(avisosPaciente, DevuelveProximoDiaEnvio(),
                           type String::Concat("Límite de ", maxCorreosPacienteDia::ToString(), " correos al día"))
                   when avisosPaciente::Count = 1
                       if EntregarNotificacion(avisosPaciente[0], "")
                           add 1 to enviadas
                       end-if
                   when other
                       if EntregarResumen(idPaciente, avisosPaciente)
                           add avisosPaciente::Count to enviadas
                       end-if
               end-evaluate
           end-perform.

           exec sql

       end method.

       *>
       *> EntregarNotificacion
       *>
       *> Envía una notificación del buzón y anota el resultado: la
       *> marca como Enviada o, si el envío falla, la reprograma con
       *> espera creciente (ver RegistrarFalloEnvio).
       *>
       *> Parámetros:
       *>     notificacion (Notificacion): Notificación pendiente
       *>     regla (str): Regla de envío aplicada, "" si ninguna
       *>
       *> Devuelve:
       *>     Boolean: True si se ha entregado
       *>
       method-id EntregarNotificacion private.
       procedure division using by value notificacion as type Notificacion
                                         regla as string
                                   returning entregada as type Boolean.

           set entregada to False.
           try
               invoke EnviarCorreoAdjunto(notificacion::id_notificacion, notificacion::destinatario_notificacion,
                   notificacion::asunto_notificacion, notificacion::cuerpo_notificacion, notificacion::adjunto_notificacion)
               invoke RegistrarEnvio(notificacion::id_notificacion, type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss"), regla)
               set entregada to True
           catch ex as type System.Exception
               invoke RegistrarFalloEnvio(notificacion, ex::Message)
           end-try.

       end method.

       *>
       *> EntregarResumen
       *>
       *> Envía en un único correo todos los avisos no urgentes
       *> pendientes de un paciente. El texto sale de la plantilla
       *> Resumen (marcador {avisos} con la lista de avisos, ver
       *> PlantillaNotificacion) o, sin plantilla, del texto fijo de
       *> siempre. Todos los avisos del resumen quedan Enviados con la
       *> misma fecha de envío, de modo que cuentan como un solo
       *> correo para el límite diario.
       *>
       *> Parámetros:
       *>     idPaciente (int): Paciente destinatario
       *>     avisos (List[Notificacion]): Avisos pendientes a reunir
       *>
       *> Devuelve:
       *>     Boolean: True si el resumen se ha entregado
       *>
       method-id EntregarResumen private.
       local-storage section.
       01 avisoPlantilla string.
       01 posSeparadorAviso binary-long.
       01 listaAvisos string.
       01 asunto string.
       01 cuerpo string.
       01 pacienteUsuario type Usuario.
       01 fechaEnvio string.
       01 regla string.
       procedure division using by value idPaciente as binary-long
                                         avisos as List[type Notificacion]
                                   returning entregado as type Boolean.

           set entregado to False.

           set listaAvisos to "".
           perform varying aviso as type Notificacion through avisos
               set listaAvisos to type String::Concat(listaAvisos,
                   "- ", aviso::asunto_notificacion, type Environment::NewLine,
                   aviso::cuerpo_notificacion, type Environment::NewLine, type Environment::NewLine)
           end-perform.

           set avisoPlantilla to modeloPlantilla::Componer("Resumen", idPaciente, 0).
           if not avisoPlantilla::Equals("")
               set posSeparadorAviso to avisoPlantilla::IndexOf("|||")
               set asunto to avisoPlantilla::Substring(0, posSeparadorAviso)
               set cuerpo to avisoPlantilla::Substring(posSeparadorAviso + 3)::Replace("{avisos}", listaAvisos)
           else
               set pacienteUsuario to modeloUsuario::DevuelveUsuario(idPaciente)
               set asunto to type String::Concat("Tiene ", avisos::Count::ToString(), " avisos de CitaMe")
               set cuerpo to "Hola,"
               if not pacienteUsuario = null
                   set cuerpo to type String::Concat("Hola ", pacienteUsuario::nombre_real_usr, ",")
               end-if
               set cuerpo to type String::Concat(cuerpo, type Environment::NewLine,
                   "Le reunimos en un solo correo sus avisos pendientes de CitaMe:", type Environment::NewLine,
                   type Environment::NewLine, listaAvisos)
           end-if

           try
               invoke EnviarCorreo(avisos[0]::id_notificacion, avisos[0]::destinatario_notificacion, asunto, cuerpo)
           catch ex as type System.Exception
               perform varying aviso as type Notificacion through avisos
                   invoke RegistrarFalloEnvio(aviso, ex::Message)
               end-perform
               goback
           end-try.

           set fechaEnvio to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").
           set regla to type String::Concat("Agrupada en un resumen de ", avisos::Count::ToString(), " avisos").
           perform varying aviso as type Notificacion through avisos
               invoke RegistrarEnvio(aviso::id_notificacion, fechaEnvio, regla)
           end-perform.

           set entregado to True.

       end method.

       *>
       *> RegistrarEnvio
       *>
       *> Marca una notificación como Enviada y anota la regla de
       *> envío aplicada, si la hay.
       *>
       *> Parámetros:
       *>     idNotificacion (int): Notificación entregada
       *>     fechaEnvio (str): Momento del envío yyyy-MM-dd HH:mm:ss
       *>     regla (str): Regla de envío aplicada, "" si ninguna
       *>
       method-id RegistrarEnvio private.
       local-storage section.
       01 idNotificacionSQL pic S9(9) COMP-4.
       01 ahoraSQL pic x(19).
       01 reglaSQL pic x(255).
       procedure division using by value idNotificacion as binary-long
                                         fechaEnvio as string
                                         regla as string.

           set idNotificacionSQL to idNotificacion.
           set ahoraSQL to fechaEnvio.
           set reglaSQL to regla.

           exec sql
               update notificaciones
               set estado_notificacion = 'Enviada',
                   fecha_envio_notificacion = :ahoraSQL
               where id_notificacion = :idNotificacionSQL
           end-exec.

           if not regla::Equals("")
               invoke AnotarRegla(idNotificacion, regla)
           end-if.

       end method.

       *>
       *> RegistrarFalloEnvio
       *>
       *> Reprograma una notificación cuyo envío ha fallado con espera
       *> creciente (intentos x MINUTOS_BASE_REINTENTO) o la marca como
       *> Fallida al agotar los MAX_INTENTOS_ENVIO intentos.
       *>
       *> Parámetros:
       *>     notificacion (Notificacion): Notificación fallida
       *>     mensajeError (str): Error devuelto por el servidor
       *>
       method-id RegistrarFalloEnvio private.
       local-storage section.
       01 idNotificacion pic S9(9) COMP-4.
       01 intentosNuevos binary-short.
       01 proximoIntentoSQL pic x(19).
       01 errorSQL pic x(255).
       01 estadoSQL pic x(15).
       procedure division using by value notificacion as type Notificacion
                                         mensajeError as string.

           set idNotificacion to notificacion::id_notificacion.
           set intentosNuevos to notificacion::intentos_notificacion + 1.
           set errorSQL to mensajeError.
           if intentosNuevos >= MAX_INTENTOS_ENVIO
               set estadoSQL to "Fallida"
           else
               set estadoSQL to "Pendiente"
           end-if
           *> Espera creciente antes del próximo intento
           set proximoIntentoSQL to type DateTime::Now::AddMinutes(intentosNuevos * MINUTOS_BASE_REINTENTO)::ToString("yyyy-MM-dd HH:mm:ss").
           exec sql
               update notificaciones
               set estado_notificacion = :estadoSQL,
                   intentos_notificacion = :intentosNuevos,
                   proximo_intento_notificacion = :proximoIntentoSQL,
                   error_notificacion = :errorSQL
               where id_notificacion = :idNotificacion
           end-exec.

       end method.

       *>
       *> AplazarNotificaciones
       *>
       *> Aplaza los avisos de un paciente hasta el momento indicado
       *> sin contar un intento, y anota la regla que lo ha aplazado.
       *>
       *> Parámetros:
       *>     avisos (List[Notificacion]): Avisos a aplazar
       *>     momento (str): Próximo intento yyyy-MM-dd HH:mm:ss
       *>     regla (str): Regla de envío aplicada
       *>
       method-id AplazarNotificaciones private.
       local-storage section.
       01 idNotificacion pic S9(9) COMP-4.
       01 proximoIntentoSQL pic x(19).
       procedure division using by value avisos as List[type Notificacion]
                                         momento as string
                                         regla as string.

           set proximoIntentoSQL to momento.

           perform varying aviso as type Notificacion through avisos
               set idNotificacion to aviso::id_notificacion
               exec sql
                   update notificaciones
                   set proximo_intento_notificacion = :proximoIntentoSQL
                   where id_notificacion = :idNotificacion
               end-exec
               invoke AnotarRegla(aviso::id_notificacion, type String::Concat(regla, ": aplazada a ",
                   type DateTime::Parse(momento)::ToString("dd/MM/yyyy HH:mm")))
           end-perform.

       end method.

       *>
       *> AnotarRegla
       *>
       *> Añade al historial de la notificación (reglas_notificacion)
       *> la regla de envío que se le ha aplicado, con su fecha.
       *>
       *> Parámetros:
       *>     idNotificacion (int): Notificación afectada
       *>     regla (str): Regla aplicada
       *>
       method-id AnotarRegla private.
       local-storage section.
       01 idNotificacionSQL pic S9(9) COMP-4.
       01 reglaSQL pic x(255).
       procedure division using by value idNotificacion as binary-long
                                         regla as string.

           set idNotificacionSQL to idNotificacion.
           set reglaSQL to type String::Concat(type DateTime::Now::ToString("dd/MM HH:mm"), " ", regla, ". ").

           exec sql
               update notificaciones
               set reglas_notificacion = concat(coalesce(reglas_notificacion, ''), :reglaSQL)
               where id_notificacion = :idNotificacionSQL
           end-exec.

       end method.

       *>
       *> EsTipoUrgente
       *>
       *> Indica si un tipo de aviso está exento de las reglas de envío
       *> a pacientes (lista tiposUrgentes, separada por comas).
       *>
       *> Parámetros:
       *>     tipo (str): Tipo de aviso
       *>
       *> Devuelve:
       *>     Boolean: True si es un tipo urgente
       *>
       method-id EsTipoUrgente private.
       procedure division using by value tipo as string
                                   returning urgente as type Boolean.

           set urgente to type String::Concat(",", tiposUrgentes::Replace(" ", ""), ",")::Contains(
               type String::Concat(",", tipo::Trim(), ",")).

       end method.

       *>
       *> DevuelveFinSilencio
       *>
       *> Si ahora es hora de silencio, devuelve el final de la franja;
       *> la franja puede cruzar la medianoche (22:00 a 08:00). Con la
       *> misma hora de inicio y de fin no hay horas de silencio.
       *>
       *> Devuelve:
       *>     str: Fin del silencio yyyy-MM-dd HH:mm:ss, "" si no es
       *>          hora de silencio
       *>
       method-id DevuelveFinSilencio private.
       local-storage section.
       01 ahora string.
       procedure division returning finSilencio as string.

           set finSilencio to "".
           set ahora to type DateTime::Now::ToString("HH:mm").

           evaluate True
               when horaInicioSilencio::CompareTo(horaFinSilencio) > 0
                   and ahora::CompareTo(horaInicioSilencio) >= 0
                   set finSilencio to type String::Concat(type DateTime::Today::AddDays(1)::ToString("yyyy-MM-dd"), " ", horaFinSilencio, ":00")
               when horaInicioSilencio::CompareTo(horaFinSilencio) > 0
                   and ahora::CompareTo(horaFinSilencio) < 0
                   set finSilencio to type String::Concat(type DateTime::Today::ToString("yyyy-MM-dd"), " ", horaFinSilencio, ":00")
               when horaInicioSilencio::CompareTo(horaFinSilencio) < 0
                   and ahora::CompareTo(horaInicioSilencio) >= 0
                   and ahora::CompareTo(horaFinSilencio) < 0
                   set finSilencio to type String::Concat(type DateTime::Today::ToString("yyyy-MM-dd"), " ", horaFinSilencio, ":00")
           end-evaluate.

       end method.

       *>
       *> DevuelveProximoDiaEnvio
       *>
       *> Primer momento de envío del día siguiente (el final de las
       *> horas de silencio), para los avisos que superan el límite
       *> diario.
       *>
       *> Devuelve:
       *>     str: Momento yyyy-MM-dd HH:mm:ss
       *>
       method-id DevuelveProximoDiaEnvio private.
       procedure division returning momento as string.

           if horaInicioSilencio::Equals(horaFinSilencio)
               set momento to type String::Concat(type DateTime::Today::AddDays(1)::ToString("yyyy-MM-dd"), " 00:00:00")
           else
               set momento to type String::Concat(type DateTime::Today::AddDays(1)::ToString("yyyy-MM-dd"), " ", horaFinSilencio, ":00")
           end-if.

       end method.

       *>
       *> CorreosEnviadosHoy
       *>
       *> Correos no urgentes enviados hoy a un paciente; los avisos
       *> de un mismo resumen comparten fecha de envío y cuentan como
       *> uno solo.
       *>
       *> Parámetros:
       *>     idPaciente (int): Paciente a consultar
       *>
       *> Devuelve:
       *>     int: Correos no urgentes enviados hoy
       *>
       method-id CorreosEnviadosHoy private.
       local-storage section.
       01 idPacienteSQL pic S9(9) COMP-4.
       01 hoySQL pic x(19).
       01 urgentesSQL pic x(255).
       01 enviados pic S9(9) COMP-4.
       procedure division using by value idPaciente as binary-long
                                   returning totalEnviados as binary-long.

           set idPacienteSQL to idPaciente.
           set hoySQL to type DateTime::Now::ToString("yyyy-MM-dd 00:00:00").
           set urgentesSQL to tiposUrgentes::Replace(" ", "").
           set enviados to 0.

           exec sql
               select count(distinct n.fecha_envio_notificacion) into :enviados
               from notificaciones as n
               where n.paciente_notificacion = :idPacienteSQL
                 and n.estado_notificacion in ('Enviada', 'Rebotada')
                 and n.fecha_envio_notificacion >= :hoySQL
                 and coalesce(n.canal_notificacion, 'Correo') = 'Correo'
                 and find_in_set(n.tipo_notificacion, :urgentesSQL) = 0
           end-exec.

           set totalEnviados to enviados.

       end method.

       *>
       *> DevuelveNotificacionesPaciente
       *>
       01 fechaEnvio pic x(19).
       01 errorEnvio pic x(255).
       01 errorStr string.
       01 reglas pic x(1000).
       procedure division using by value idPaciente as binary-long
                                         idCita as binary-long
                                   returning notificaciones as List[type Notificacion].
                          n.tipo_notificacion, n.cita_notificacion, n.paciente_notificacion,
                          n.estado_notificacion, n.intentos_notificacion,
                          n.fecha_creacion_notificacion, coalesce(n.fecha_envio_notificacion, ''),
                          coalesce(n.error_notificacion, ''), coalesce(n.reglas_notificacion, '')
                   from notificaciones as n
                   where (:idPacienteSQL = 0 or n.paciente_notificacion = :idPacienteSQL)
                     and (:idCitaSQL = 0 or n.cita_notificacion = :idCitaSQL)
               exec sql
                   fetch notificacionesTbl into
                   :idNotificacion, :destinatario, :asunto, :tipo, :cita, :paciente,
                   :estado, :intentos, :fechaCreacion, :fechaEnvio, :errorEnvio, :reglas
               end-exec

               if SQLCODE = 100
               set notificacionActual::fecha_envio_notificacion to fechaEnvio
               set errorStr to errorEnvio as string
               set notificacionActual::error_notificacion to errorStr::Trim()
               set notificacionActual::reglas_notificacion to (reglas as string)::Trim()

               invoke notificaciones::Add(notificacionActual)

       *> Encola el aviso al paciente de una cita rutinaria que se ha
       *> tenido que reprogramar para cederle su hueco a una petición
       *> urgente (ver Cita::BumpearCitaRutina), indicándole su nueva
       *> fecha y hora. Se encola como ReprogramacionUrgente, tipo
       *> exento de las horas de silencio y del límite diario.
       *>
       *> Parámetros:
       *>     citaReprogramada (Cita): Cita rutinaria ya reprogramada,
               " a las ", citaReprogramada::hora_cita::ToString("hh\:mm"), ".", type Environment::NewLine,
               "Disculpe las molestias.", type Environment::NewLine).

           set enviado to EncolarNotificacion(citaReprogramada::paciente_cita, citaReprogramada::id_cita, "ReprogramacionUrgente", asunto, cuerpo).

       end method.

               goback
           end-if

           set asunto to "Cambio de médico en su cita - CitaMe".
           set cuerpo to type String::Concat(
               "Hola ", paciente::nombre_real_usr, ",", type Environment::NewLine,
               "Por ausencia de su médico habitual, su cita del ", cita::fecha_cita::ToString("dd/MM/yyyy"),
               " a las ", cita::hora_cita::ToString("hh\:mm"),
               " será atendida por el Dr./Dra. ", suplente::usuario::nombre_real_usr, " ", suplente::usuario::apellidos_usr,
               ".", type Environment::NewLine,
               "La fecha, la hora y la sala de su cita no cambian.", type Environment::NewLine).

           set enviado to EncolarNotificacion(cita::paciente_cita, cita::id_cita, "Suplencia", asunto, cuerpo).

       end method.

       *>
       *> EnviarInvitacionRecall
       *>
       *> Encola la invitación de un programa de rellamada (ver
       *> modelo Recall): se anima al paciente a reservar su revisión
       *> de la especialidad desde su pantalla de reservas, que usa el
       *> circuito normal de Cita::AsignarComoPaciente.
       *>
       *> Parámetros:
       *>     idPaciente (int): Paciente invitado
       *>     especialidad (str): Especialidad de la revisión
       *>     descripcion (str): Descripción del programa
       *>
       *> Devuelve:
       *>     Boolean: True si la notificación quedó encolada en el
       *>              buzón de salida, False en caso contrario
       *>
       method-id EnviarInvitacionRecall.
       local-storage section.
       01 paciente type Usuario.
       01 asunto string.
       01 cuerpo string.
       procedure division using by value idPaciente as binary-long
                                         especialidad as string
                                         descripcion as string
                                   returning enviado as type Boolean.

           set enviado to False.

           set paciente to modeloUsuario::DevuelveUsuario(idPaciente).
           *> Solo se exige que el paciente exista: sin correo,
           *> EncolarNotificacion encola el aviso por el canal de
           *> carta con su dirección postal (ver GenerarLoteCartas)
           if paciente = null
               goback
           end-if

           set asunto to type String::Concat("Le toca revisión: ", descripcion, " - CitaMe").
           set cuerpo to type String::Concat(
               "Hola ", paciente::nombre_real_usr, ",", type Environment::NewLine,
               "Según nuestros registros, le corresponde una revisión de ", especialidad,
               " (", descripcion, ").", type Environment::NewLine,
               "Entre en la aplicación y reserve su cita de ", especialidad,
               " en 'Pedir cita': elegirá el hueco que mejor le venga.", type Environment::NewLine).

           set enviado to EncolarNotificacion(idPaciente, 0, "Recall", asunto, cuerpo).

       end method.

       *>
       *> EnviarInvitacionActivacion
       *>
       *> Encola la invitación a un dependiente que ha cumplido la
       *> mayoría de edad para que cree su propio usuario y contraseña
       *> con el código de activación (ver
       *> Usuario::TraspasarMayoresEdad).
       *>
       *> Parámetros:
       *>     idPaciente (int): Antiguo dependiente
       *>     codigo (str): Código de activación de un solo uso
       *>     caducidad (DateTime): Último día de validez del código
       *>
       *> Devuelve:
       *>     Boolean: True si la notificación quedó encolada
       *>
       method-id EnviarInvitacionActivacion.
       local-storage section.
       01 paciente type Usuario.
       01 asunto string.
       01 cuerpo string.
       procedure division using by value idPaciente as binary-long
                                         codigo as string
                                         caducidad as type DateTime
                                   returning enviado as type Boolean.

           set enviado to False.

           set paciente to modeloUsuario::DevuelveUsuario(idPaciente).
           if paciente = null
               goback
           end-if

           set asunto to "Active su propia cuenta - CitaMe".
           set cuerpo to type String::Concat(
               "Hola ", paciente::nombre_real_usr, ",", type Environment::NewLine,
               "Al cumplir la mayoría de edad, su ficha de paciente pasa a estar a su nombre y ",
               "su responsable ya no tiene acceso a sus citas, recetas ni pruebas.", type Environment::NewLine,
               "Para crear su propio usuario y contraseña, entre en CitaMe, pulse 'Registrarse' y ",
               "use la opción 'Activar mi cuenta' con su DNI y este código: ", codigo, type Environment::NewLine,
               "El código es de un solo uso y vale hasta el ", caducidad::ToString("dd/MM/yyyy"), ".", type Environment::NewLine).

           set enviado to EncolarNotificacion(idPaciente, 0, "Activacion", asunto, cuerpo).

       end method.

       *>
       *> EnviarCuestionario
       *>
       *> Encola el aviso al paciente de que tiene un cuestionario de
       *> salud pendiente de su cita (ver modelo Cuestionario), que
       *> responde desde su pantalla de inicio.
       *>
       *> Parámetros:
       *>     idPaciente (int): Paciente al que se envía
       *>     idCita (int): Cita a la que acompaña el cuestionario
       *>     nombreCuestionario (str): Nombre del cuestionario
       *>
       *> Devuelve:
       *>     Boolean: True si la notificación quedó encolada
       *>
       method-id EnviarCuestionario.
       local-storage section.
       01 paciente type Usuario.
       01 asunto string.
       01 cuerpo string.
       procedure division using by value idPaciente as binary-long
                                         idCita as binary-long
                                         nombreCuestionario as string
                                   returning enviado as type Boolean.

           set enviado to False.

           set paciente to modeloUsuario::DevuelveUsuario(idPaciente).
           if paciente = null
               goback
           end-if

           set asunto to type String::Concat("Cuestionario de salud pendiente: ", nombreCuestionario, " - CitaMe").
           set cuerpo to type String::Concat(
               "Hola ", paciente::nombre_real_usr, ",", type Environment::NewLine,
               "Su médico le pide que responda el cuestionario ", nombreCuestionario,
               " sobre su cita.", type Environment::NewLine,
               "Entre en la aplicación y respóndalo desde 'Cuestionarios pendientes': son solo unos minutos.", type Environment::NewLine).

           set enviado to EncolarNotificacion(idPaciente, idCita, "Cuestionario", asunto, cuerpo).

       end method.

       *>
       *> EnviarAlertaCuestionario
       *>
       *> Encola la alerta al médico responsable cuando un cuestionario
       *> de salud respondido cruza un umbral clínico (ver
       *> Cuestionario::RegistrarRespuestas), para que lo revise sin
       *> esperar a la consulta.
       *>
       *> Parámetros:
       *>     idMedico (int): Médico responsable de la cita
       *>     idPaciente (int): Paciente que respondió
       *>     nombreCuestionario (str): Nombre del cuestionario
       *>     alerta (str): Motivo de la alerta
       *>
       *> Devuelve:
       *>     Boolean: True si la notificación quedó encolada
       *>
       method-id EnviarAlertaCuestionario.
       local-storage section.
       01 paciente type Usuario.
       01 asunto string.
       01 cuerpo string.
       procedure division using by value idMedico as binary-long
                                         idPaciente as binary-long
                                         nombreCuestionario as string
                                         alerta as string
                                   returning enviado as type Boolean.

           set enviado to False.

           set paciente to modeloUsuario::DevuelveUsuario(idPaciente).
           if paciente = null
               goback
           end-if

           set asunto to type String::Concat("ALERTA cuestionario ", nombreCuestionario, " - CitaMe").
           set cuerpo to type String::Concat(
               "El paciente ", paciente::nombre_real_usr, " ", paciente::apellidos_usr,
               " ha respondido el cuestionario ", nombreCuestionario,
               " con un resultado que requiere su revisión:", type Environment::NewLine,
               alerta, type Environment::NewLine,
               "La alerta queda también en su pantalla de inicio hasta que la marque como revisada.", type Environment::NewLine).

           set enviado to EncolarCorreoPersonal(idMedico, "AlertaCuestionario", asunto, cuerpo).

       end method.

                                         parte as string
                                   returning enviado as type Boolean.

           set enviado to EncolarCorreoPersonal(idAdmin, "ParteExplotacion",
               type String::Concat("Parte de explotación ", fecha, " - CitaMe"), parte).

       end method.

       *>
       *> EnviarAlertaTemperatura
       *>
       *> Encola la alerta a un administrador cuando una nevera de
       *> vacunas sale de su rango de temperatura y sus lotes quedan en
       *> cuarentena (ver NeveraVacunas::RegistrarLectura).
       *>
       *> Parámetros:
       *>     idAdmin (int): Administrador destinatario
       *>     nevera (str): Nombre de la nevera
       *>     alerta (str): Texto de la alerta (lectura y lotes)
       *>
       *> Devuelve:
       *>     Boolean: True si la notificación quedó encolada
       *>
       method-id EnviarAlertaTemperatura.
       procedure division using by value idAdmin as binary-long
                                         nevera as string
                                         alerta as string
                                   returning enviado as type Boolean.

           set enviado to EncolarCorreoPersonal(idAdmin, "AlertaTemperatura",
               type String::Concat("Cadena de frío: ", nevera, " fuera de rango - CitaMe"), alerta).

       end method.

       *>
       *> EnviarInformeSuscrito
       *>
       *> Encola a un suscriptor el informe de su suscripción, con el
       *> CSV generado como adjunto (ver SuscripcionInforme).
       *>
       *> Parámetros:
       *>     destinatario (str): Correo del suscriptor
       *>     informe (str): Nombre del informe
       *>     periodo (str): Periodo que cubre el informe
       *>     rutaCsv (str): Ruta del fichero CSV
       *>
       *> Devuelve:
       *>     Boolean: True si la notificación quedó encolada
       *>
       method-id EnviarInformeSuscrito.
       procedure division using by value destinatario as string
                                         informe as string
                                         periodo as string
                                         rutaCsv as string
                                   returning enviado as type Boolean.

           set enviado to EncolarCorreoAdjunto(destinatario, "InformeSuscrito",
               type String::Concat("Informe ", informe, " (", periodo, ") - CitaMe"),
               type String::Concat("Se adjunta en CSV el informe ", informe, " de su suscripción, periodo ", periodo, ".",
                   type Environment::NewLine, "Puede darse de baja de la suscripción desde la pantalla de informes."),
               rutaCsv).

       end method.

       *>
       *> EnviarAvisoVigilancia
       *>
       *> Envía a los administradores activos con correo, y a la
       *> dirección de guardia correoVigilancia si está configurada, el
       *> aviso de la vigilancia de servicios (ver EstadoServicios). El
       *> aviso sale directamente por SMTP, sin pasar por el buzón de
       *> salida: el buzón es uno de los servicios vigilados y puede
       *> ser el que está parado. Si el envío directo falla se deja
       *> encolado como último recurso.
       *>
       *> Parámetros:
       *>     asunto (str): Asunto del aviso
       *>     cuerpo (str): Estado de los servicios
       *>
       *> Devuelve:
       *>     Boolean: True si el aviso salió o quedó encolado para
       *>              algún destinatario
       *>
       method-id EnviarAvisoVigilancia.
       local-storage section.
       01 correoSQL pic x(100).
       01 destinatarios List[string].
       01 entregado type Boolean.
       procedure division using by value asunto as string
                                         cuerpo as string
                                   returning enviado as type Boolean.

           set enviado to False.
           invoke CargarConfiguracion().
           set destinatarios to new List[string]().

           if not correoVigilancia::Trim()::Equals("")
               invoke destinatarios::Add(correoVigilancia::Trim())
           end-if

           exec sql
               declare cursorAdminsVigilancia cursor for
               select u.correo_usuario
               from usuarios as u
               where u.tipo_usuario = 0
                 and u.activo_usuario = 1
                 and coalesce(u.correo_usuario, '') <> ''
           end-exec.

           exec sql
               open cursorAdminsVigilancia
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch cursorAdminsVigilancia into :correoSQL
               end-exec
               if SQLCODE = 0
                   if not destinatarios::Contains((correoSQL as string)::Trim())
                       invoke destinatarios::Add((correoSQL as string)::Trim())
                   end-if
               end-if
           end-perform.

           exec sql
               close cursorAdminsVigilancia
           end-exec.

           perform varying destinatario as string through destinatarios
               set entregado to False
               if not smtpHost::Equals("")
                   try
                       invoke EnviarCorreo(0, destinatario, asunto, cuerpo)
                       set entregado to True
                   catch ex as type System.Exception
                       continue
                   end-try
               end-if
               if not entregado
                   set entregado to EncolarCorreoDirecto(destinatario, "Vigilancia", asunto, cuerpo)
               end-if
               if entregado
                   set enviado to True
               end-if
           end-perform.

       end method.

       *>
       *> EnviarPedidoProveedor
       *>
       *> Encola el correo de un pedido de reposición a su proveedor
       *> (ver PedidoProveedor::EnviarPedido).
       *>
       *> Parámetros:
       *>     correo (str): Dirección de pedidos del proveedor
       *>     idPedido (int): Número del pedido
       *>     cuerpo (str): Texto del pedido con sus líneas
       *>
       *> Devuelve:
       *>     Boolean: True si la notificación quedó encolada
       *>
       method-id EnviarPedidoProveedor.
       procedure division using by value correo as string
                                         idPedido as binary-long
                                         cuerpo as string
                                   returning enviado as type Boolean.

           set enviado to EncolarCorreoDirecto(correo, "PedidoProveedor",
               type String::Concat("Pedido nº ", idPedido::ToString(), " - CitaMe"), cuerpo).

       end method.

       *>
       *> EnviarAvisoTransporte
       *>
       *> Encola un correo a la empresa de transporte sanitario: el
       *> manifiesto de la víspera o el aviso de que una cita con
       *> traslado se ha cambiado o cancelado (ver Transporte).
       *>
       *> Parámetros:
       *>     correo (str): Dirección del proveedor de transporte
       *>     asunto (str): Asunto del correo
       *>     cuerpo (str): Texto del aviso o líneas del manifiesto
       *>
       *> Devuelve:
       *>     Boolean: True si la notificación quedó encolada
       *>
       method-id EnviarAvisoTransporte.
       procedure division using by value correo as string
                                         asunto as string
                                         cuerpo as string
                                   returning enviado as type Boolean.

           set enviado to EncolarCorreoDirecto(correo, "Transporte", asunto, cuerpo).

       end method.

       *>
       *> EnviarSolicitudInterprete
       *>
       *> Encola un correo a una agencia de intérpretes: la solicitud
       *> para una cita o el aviso de que la cita ha cambiado o se ha
       *> cancelado (ver Interprete).
       *>
       *> Parámetros:
       *>     correo (str): Dirección de la agencia
       *>     asunto (str): Asunto del correo
       *>     cuerpo (str): Texto de la solicitud o del aviso
       *>
       *> Devuelve:
       *>     Boolean: True si la notificación quedó encolada
       *>
       method-id EnviarSolicitudInterprete.
       procedure division using by value correo as string
                                         asunto as string
                                         cuerpo as string
                                   returning enviado as type Boolean.

           set enviado to EncolarCorreoDirecto(correo, "Interprete", asunto, cuerpo).

       end method.

       *>
       *> EnviarAlertaEspera
       *>
       *> Encola el correo al coordinador cuando un paciente supera el
       *> umbral de escalado de espera en sala (ver
       *> AlertaEspera::EvaluarEspera).
       *>
       *> Parámetros:
       *>     correo (str): Dirección del coordinador
       *>     asunto (str): Asunto del correo
       *>     cuerpo (str): Texto del aviso
       *>
       *> Devuelve:
       *>     Boolean: True si la notificación quedó encolada
       *>
       method-id EnviarAlertaEspera.
       procedure division using by value correo as string
                                         asunto as string
                                         cuerpo as string
                                   returning enviado as type Boolean.

           set enviado to EncolarCorreoDirecto(correo, "AlertaEspera", asunto, cuerpo).

       end method.

       *>
       *> EnviarAvisoRetraso
       *>

       end method.

       *>
       *> EnviarExtractoCuenta
       *>
       *> Encola el extracto de cuenta mensual de un paciente (ver
       *> modelo ExtractoCuenta). Sin correo, sale por el lote de
       *> cartas como el resto de avisos.
       *>
       *> Parámetros:
       *>     idPaciente (int): Paciente
       *>     mesSQL (str): Mes del extracto, "yyyy-MM"
       *>     extracto (str): Texto del extracto
       *>
       *> Devuelve:
       *>     Boolean: True si la notificación quedó encolada en el
       *>              buzón de salida, False en caso contrario
       *>
       method-id EnviarExtractoCuenta.
       local-storage section.
       01 paciente type Usuario.
       01 asunto string.
       01 cuerpo string.
       procedure division using by value idPaciente as binary-long
                                         mesSQL as string
                                         extracto as string
                                   returning enviado as type Boolean.

           set enviado to False.

           set paciente to modeloUsuario::DevuelveUsuario(idPaciente).
           if paciente = null
               goback
           end-if

           set asunto to type String::Concat("Extracto de cuenta ", mesSQL::Trim(), " - CitaMe").
           set cuerpo to type String::Concat(
               "Hola ", paciente::nombre_real_usr, ",", type Environment::NewLine,
               "Le enviamos el extracto de su cuenta del mes:", type Environment::NewLine,
               type Environment::NewLine, extracto).

           set enviado to EncolarNotificacion(idPaciente, 0, "ExtractoCuenta", asunto, cuerpo).

       end method.

       *>
       *> EnviarInvitacionCampania
       *>

       end method.

       *>
       *> EnviarInvitacionVacuna
       *>
       *> Encola la invitación a ponerse una dosis del calendario
       *> vacunal que le toca o que tiene atrasada (ver modelo
       *> CalendarioVacunal).
       *>
       *> Parámetros:
       *>     idPaciente (int): Paciente invitado
       *>     vacuna (str): Vacuna de la dosis
       *>     dosis (int): Número de dosis
       *>     fechaPrevista (str): Fecha prevista, "dd/MM/yyyy"
       *>
       *> Devuelve:
       *>     Boolean: True si la notificación quedó encolada en el
       *>              buzón de salida, False en caso contrario
       *>
       method-id EnviarInvitacionVacuna.
       local-storage section.
       01 paciente type Usuario.
       01 asunto string.
       01 cuerpo string.
       procedure division using by value idPaciente as binary-long
                                         vacuna as string
                                         dosis as binary-short
                                         fechaPrevista as string
                                   returning enviado as type Boolean.

           set enviado to False.

           set paciente to modeloUsuario::DevuelveUsuario(idPaciente).
           *> Solo se exige que el paciente exista: sin correo,
           *> EncolarNotificacion encola el aviso por el canal de
           *> carta con su dirección postal (ver GenerarLoteCartas)
           if paciente = null
               goback
           end-if

           set asunto to type String::Concat("Le toca vacunarse: ", vacuna, " - CitaMe").
           set cuerpo to type String::Concat(
               "Hola ", paciente::nombre_real_usr, ",", type Environment::NewLine,
               "Según su calendario vacunal, le corresponde la dosis ", dosis::ToString(),
               " de ", vacuna, " (prevista el ", fechaPrevista, ").", type Environment::NewLine,
               "Entre en la aplicación y reserve una cita con enfermería en 'Pedir cita'.", type Environment::NewLine).

           set enviado to EncolarNotificacion(idPaciente, 0, "Vacuna", asunto, cuerpo).

       end method.

       *>
       *> EnviarAvisoRetiradaLote
       *>
       *> Encola el aviso al paciente que recibió una dosis o un
       *> medicamento de un lote retirado por el fabricante o la
       *> autoridad sanitaria (ver RetiradaLote::IniciarRetirada), para
       *> que contacte con el centro.
       *>
       *> Parámetros:
       *>     idPaciente (int): Paciente afectado
       *>     idCita (int): Cita en que se le administró, 0 si fue en
       *>                   una campaña
       *>     producto (str): Vacuna o medicamento del lote
       *>     lote (str): Lote retirado
       *>     fechaDosis (str): Fecha de administración
       *>
       *> Devuelve:
       *>     Boolean: True si la notificación quedó encolada
       *>
       method-id EnviarAvisoRetiradaLote.
       local-storage section.
       01 paciente type Usuario.
       01 asunto string.
       01 cuerpo string.
       procedure division using by value idPaciente as binary-long
                                         idCita as binary-long
                                         producto as string
                                         lote as string
                                         fechaDosis as string
                                   returning enviado as type Boolean.

           set enviado to False.

           set paciente to modeloUsuario::DevuelveUsuario(idPaciente).
           if paciente = null
               goback
           end-if

           set asunto to "Aviso importante sobre su vacuna o medicación - CitaMe".
           set cuerpo to type String::Concat(
               "Hola ", paciente::nombre_real_usr, ",", type Environment::NewLine,
               "El ", fechaDosis, " se le administró ", producto, " del lote ", lote, ", que ha sido retirado",
               " por el fabricante o la autoridad sanitaria.", type Environment::NewLine,
               "Por precaución, póngase en contacto con el centro para revisar su caso y, si procede, citarle.", type Environment::NewLine).

           set enviado to EncolarNotificacion(idPaciente, idCita, "RetiradaLote", asunto, cuerpo).

       end method.

       *>
       *> EnviarAvisoRenovacion
       *>

                   if citasAgenda > 0
                       set asunto to type String::Concat("Su agenda de mañana (", citasAgenda::ToString(), " citas) - CitaMe")
                       if EncolarCorreoPersonal(idMedico, "AgendaDiaria", asunto, cuerpo)
                           add 1 to agendasEnviadas
                       end-if
                   end-if
       *> (solicitud_confirmacion_cita) si la notificación quedó
       *> encolada: un paciente sin correo no recibe solicitud y queda
       *> exento de la liberación. Cada cita se solicita una sola vez.
       *> El asunto lleva la referencia "[Cita #N]" para que la
       *> respuesta del paciente por correo ("sí" o "no puedo ir") se
       *> case con su cita (ver RespuestaCorreo::ProcesarRespuestas).
       *> Lanzado a diario por el planificador de tareas.
       *>
       *> Devuelve:
               close solicitudesConfirmacionTbl
           end-exec.

           perform varying indiceCita from 0 by 1 until indiceCita >= idsCitas::Count
               set pacienteUsuario to modeloUsuario::DevuelveUsuario(idsPacientes[indiceCita])
               *> La solicitud solo tiene sentido para pacientes con
               *> correo quedan exentos (no se marca solicitud y
               *> LiberarCitasSinConfirmacionPrevia nunca los libera)
               if not pacienteUsuario = null and not pacienteUsuario::correo_usr::Equals("")
                   set asunto to type String::Concat("Confirme su asistencia [Cita #", idsCitas[indiceCita]::ToString(), "] - CitaMe")
                   set cuerpo to type String::Concat(
                       "Hola ", pacienteUsuario::nombre_real_usr, ",", type Environment::NewLine,
                       "Tiene una cita el ", fechas[indiceCita], " a las ", horas[indiceCita], ".", type Environment::NewLine,
                       "Por favor, confirme su asistencia desde la aplicación o respondiendo con el código ",
                       codigos[indiceCita], ".", type Environment::NewLine,
                       "También puede responder a este correo: SÍ si acudirá o NO si no puede acudir.", type Environment::NewLine,
                       "Si no confirma, su hueco se liberará para otro paciente.", type Environment::NewLine)

                   if EncolarNotificacion(idsPacientes[indiceCita], idsCitas[indiceCita], "SolicitudConfirmacion", asunto, cuerpo)
