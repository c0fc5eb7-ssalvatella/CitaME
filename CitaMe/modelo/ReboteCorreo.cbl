       *>
       *> ReboteCorreo
       *>
       *> Clase que encapsula los rebotes de correo: el buzón de
       *> salida (ver Notificador::ProcesarBuzonSalida) da por enviada
       *> una notificación en cuanto el servidor SMTP la acepta, pero
       *> si la dirección no existe el servidor de destino devuelve
       *> días después un informe de entrega fallida (DSN) al buzón del
       *> remitente. Sin leerlos se seguía escribiendo a direcciones
       *> muertas indefinidamente.
       *>
       *> El servidor de correo deja cada mensaje recibido en el buzón
       *> del remitente como un fichero .eml en la carpeta
       *> correo\rebotes\entrada; la pasada (lanzada por el
       *> planificador de tareas) lee cada fichero y lo mueve a
       *> correo\rebotes\procesados, igual que RespuestaCorreo con las
       *> respuestas de los pacientes.
       *>
       *> Cada rebote se casa con su notificación por la cabecera
       *> X-CitaMe-Notificacion que el buzón de salida pone en todos
       *> los correos (el DSN devuelve las cabeceras del original) o,
       *> si no viene, por la última notificación enviada a la
       *> dirección rechazada (Final-Recipient). Un estado 5.x.x es un
       *> rebote permanente y la notificación pasa a Rebotada; un
       *> 4.x.x es temporal y solo se anota. Al llegar a
       *> REBOTES_CORREO_INVALIDO rebotes permanentes (parámetro
       *> rebotes_correo_invalido) la dirección queda marcada como no
       *> válida en la ficha de los pacientes que la usan
       *> (pacientes.correo_invalido_paciente) y
       *> Notificador::EncolarNotificacion pasa sus avisos al canal de
       *> carta. Recepción ve esos pacientes en la lista de datos de
       *> contacto por corregir y al registrar su llegada; al cambiar
       *> el correo (Usuario::EditarDatosContacto) la marca deja de
       *> aplicar, porque se guarda la dirección rechazada.
       *>
       *> Tabla rebotes_correo: id_rebote, fichero_rebote,
       *> fecha_rebote, destinatario_rebote, notificacion_rebote,
       *> paciente_rebote, tipo_rebote ("Permanente" o "Temporal"),
       *> estado_dsn_rebote, diagnostico_rebote y revisado_rebote (1
       *> cuando recepción ha comprobado con el paciente que la
       *> dirección es buena, para no volver a contarlo).
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.ReboteCorreo.

       working-storage section.

       01 modeloErrores type CitaMe.modelo.RegistroErrores.

       *> Rebotes permanentes a partir de los que una dirección se
       *> da por no válida
       01 REBOTES_CORREO_INVALIDO binary-short value 3.

       *> Informe de entrega leído del buzón (ver LeerInforme)
       01 informeNotificacion binary-long.
       01 informeDestinatario string.
       01 informeEstado string.
       01 informeAccion string.
       01 informeDiagnostico string.

       01 mfsqlmessagetext pic x(355) values "".

       *> Habilita las variables de SQL
       exec sql
           include sqlca
       end-exec.

       method-id NEW.
       procedure division.
           set modeloErrores to new CitaMe.modelo.RegistroErrores().
       end method.

       *>
       *> CarpetaRebotes
       *>
       *> Devuelve (creándola si hace falta) la subcarpeta del buzón de
       *> rebotes indicada, junto al ejecutable.
       *>
       method-id CarpetaRebotes private.
       local-storage section.
       01 ruta string.
       procedure division using by value subcarpeta as string
                                   returning carpeta as string.

           set ruta to type String::Concat(type AppDomain::CurrentDomain::BaseDirectory, "correo\rebotes\", subcarpeta).
           if not type System.IO.Directory::Exists(ruta)
               invoke type System.IO.Directory::CreateDirectory(ruta)
           end-if
           set carpeta to ruta.

       end method.

       *>
       *> ProcesarRebotes
       *>
       *> Pasada sobre el buzón de rebotes: anota cada informe de
       *> entrega fallida de correo\rebotes\entrada y lo mueve a
       *> correo\rebotes\procesados, para no leerlo dos veces. Los
       *> mensajes que no son un informe de entrega fallida (fuera de
       *> oficina, respuestas perdidas...) solo se mueven.
       *>
       *> Devuelve:
       *>     int: Número de rebotes anotados en esta pasada
       *>
       method-id ProcesarRebotes.
       local-storage section.
       01 archivos type System.String occurs any.
       01 rutaDestino string.
       01 anotados binary-long.
       procedure division returning totalAnotados as binary-long.

           set anotados to 0.

           set archivos to type System.IO.Directory::GetFiles(CarpetaRebotes("entrada")).

           perform varying archivo as string through archivos
               if ProcesarRebote(archivo)
                   add 1 to anotados
               end-if
               set rutaDestino to type String::Concat(CarpetaRebotes("procesados"), "\",
                   type System.IO.Path::GetFileNameWithoutExtension(archivo), "_",
                   type DateTime::Now::ToString("yyyyMMddHHmmss"), type System.IO.Path::GetExtension(archivo))
               invoke type System.IO.File::Move(archivo, rutaDestino)
           end-perform.

           set totalAnotados to anotados.

       end method.

       *>
       *> LeerInforme
       *>
       *> Lee un fichero .eml y deja en los campos informe* los datos
       *> del informe de entrega: la notificación original (cabecera
       *> X-CitaMe-Notificacion devuelta con el original), la dirección
       *> rechazada (Final-Recipient), el estado (Status), la acción
       *> (Action) y el diagnóstico del servidor (Diagnostic-Code).
       *>
       *> Parámetros:
       *>     rutaArchivo (str): Fichero .eml del informe
       *>
       method-id LeerInforme private.
       local-storage section.
       01 lineas type System.String occurs any.
       01 valor string.
       01 posicion binary-long.
       procedure division using by value rutaArchivo as string.

           set informeNotificacion to 0.
           set informeDestinatario to "".
           set informeEstado to "".
           set informeAccion to "".
           set informeDiagnostico to "".

           set lineas to type System.IO.File::ReadAllLines(rutaArchivo).

           perform varying linea as string through lineas
               if linea::IndexOf(":") > 0
                   set valor to linea::Substring(linea::IndexOf(":") + 1)::Trim()
               else
                   set valor to ""
               end-if
               evaluate True
                   when linea::StartsWith("X-CitaMe-Notificacion:", type StringComparison::OrdinalIgnoreCase)
                       try
                           set informeNotificacion to type Int32::Parse(valor)
                       catch ex as type System.Exception
                           set informeNotificacion to 0
                       end-try
                   when linea::StartsWith("Final-Recipient:", type StringComparison::OrdinalIgnoreCase)
                       *> "rfc822; paciente@dominio"
                       set posicion to valor::IndexOf(";")
                       if posicion >= 0
                           set valor to valor::Substring(posicion + 1)
                       end-if
                       set informeDestinatario to valor::Replace("<", "")::Replace(">", "")::Trim()::ToLower()
                   when linea::StartsWith("Status:", type StringComparison::OrdinalIgnoreCase)
                       set informeEstado to valor
                   when linea::StartsWith("Action:", type StringComparison::OrdinalIgnoreCase)
                       set informeAccion to valor::ToLower()
                   when linea::StartsWith("Diagnostic-Code:", type StringComparison::OrdinalIgnoreCase)
                       set informeDiagnostico to valor
               end-evaluate
           end-perform.

           if informeDiagnostico::Length > 255
               set informeDiagnostico to informeDiagnostico::Substring(0, 255)
           end-if

       end method.

       *>
       *> ProcesarRebote
       *>
       *> Anota un informe de entrega fallida, lo casa con su
       *> notificación y, si es permanente, marca la notificación como
       *> Rebotada y comprueba si la dirección ha llegado al límite de
       *> rebotes.
       *>
       *> Parámetros:
       *>     rutaArchivo (str): Fichero .eml del informe
       *>
       *> Devuelve:
       *>     Boolean: True si era un informe de entrega fallida
       *>
       method-id ProcesarRebote private.
       local-storage section.
       01 archivoSQL pic x(255).
       01 ahoraSQL pic x(19).
       01 idNotificacionSQL pic S9(9) COMP-4.
       01 idPacienteSQL pic S9(9) COMP-4.
       01 destinatarioSQL pic x(255).
       01 tipoSQL pic x(10).
       01 estadoDsnSQL pic x(10).
       01 diagnosticoSQL pic x(255).
       procedure division using by value rutaArchivo as string
                                   returning anotado as type Boolean.

           set anotado to False.

           invoke LeerInforme(rutaArchivo).

           *> Solo interesan los informes de entrega fallida
           if informeEstado::Equals("")
               or not (informeAccion::Equals("failed") or informeAccion::Equals("delayed"))
               goback
           end-if

           if informeEstado::StartsWith("5")
               set tipoSQL to "Permanente"
           else
               set tipoSQL to "Temporal"
           end-if

           *> Notificación original: por la cabecera devuelta o, si el
           *> servidor no la devuelve, la última enviada a la dirección
           set idNotificacionSQL to informeNotificacion.
           set destinatarioSQL to informeDestinatario.
           set idPacienteSQL to 0.

           if idNotificacionSQL > 0
               exec sql
                   select coalesce(paciente_notificacion, 0), lower(destinatario_notificacion)
                   into :idPacienteSQL, :destinatarioSQL
                   from notificaciones
                   where id_notificacion = :idNotificacionSQL
               end-exec
               if not SQLCODE = 0
                   set idNotificacionSQL to 0
                   set destinatarioSQL to informeDestinatario
               end-if
           end-if

           if idNotificacionSQL = 0 and not informeDestinatario::Equals("")
               exec sql
                   select n.id_notificacion, coalesce(n.paciente_notificacion, 0)
                   into :idNotificacionSQL, :idPacienteSQL
                   from notificaciones as n
                   where lower(n.destinatario_notificacion) = :destinatarioSQL
                     and n.estado_notificacion = 'Enviada'
                   order by n.fecha_envio_notificacion desc
                   limit 1
               end-exec
               if not SQLCODE = 0
                   set idNotificacionSQL to 0
                   set idPacienteSQL to 0
               end-if
           end-if

           if (destinatarioSQL as string)::Trim()::Equals("")
               goback
           end-if

           set archivoSQL to type System.IO.Path::GetFileName(rutaArchivo).
           set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").
           set estadoDsnSQL to informeEstado.
           set diagnosticoSQL to informeDiagnostico.

           exec sql
               insert into rebotes_correo
                   (fichero_rebote, fecha_rebote, destinatario_rebote, notificacion_rebote,
                    paciente_rebote, tipo_rebote, estado_dsn_rebote, diagnostico_rebote, revisado_rebote)
               values
                   (:archivoSQL, :ahoraSQL, :destinatarioSQL, :idNotificacionSQL,
                    :idPacienteSQL, :tipoSQL, :estadoDsnSQL, :diagnosticoSQL, 0)
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("ReboteCorreo::ProcesarRebote", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               goback
           end-if

           set anotado to True.

           if (tipoSQL as string)::Trim()::Equals("Permanente")
               if idNotificacionSQL > 0
                   exec sql
                       update notificaciones
                       set estado_notificacion = 'Rebotada',
                           error_notificacion = :diagnosticoSQL
                       where id_notificacion = :idNotificacionSQL
                   end-exec
               end-if
               invoke ComprobarLimiteRebotes((destinatarioSQL as string)::Trim())
           end-if

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> ComprobarLimiteRebotes
       *>
       *> Si la dirección acumula REBOTES_CORREO_INVALIDO rebotes
       *> permanentes sin revisar, la marca como no válida en la ficha
       *> de todos los pacientes que la tienen como correo.
       *>
       *> Parámetros:
       *>     direccion (str): Dirección rechazada, en minúsculas
       *>
       method-id ComprobarLimiteRebotes private.
       local-storage section.
       01 direccionSQL pic x(255).
       01 ahoraSQL pic x(19).
       01 rebotes pic S9(9) COMP-4.
       01 limite binary-short.
       01 parametros type CitaMe.modelo.Parametros.
       procedure division using by value direccion as string.

           set parametros to new CitaMe.modelo.Parametros().
           set limite to parametros::DevuelveEntero("rebotes_correo_invalido", REBOTES_CORREO_INVALIDO).

           set direccionSQL to direccion.
           set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           exec sql
               select count(*) into :rebotes
               from rebotes_correo
               where destinatario_rebote = :direccionSQL
                 and tipo_rebote = 'Permanente'
                 and revisado_rebote = 0
           end-exec.

           if not SQLCODE = 0 or rebotes < limite
               goback
           end-if

           exec sql
               update pacientes as p
               inner join usuarios as u on (p.id_usuario_paciente = u.id_usuario)
               set p.correo_invalido_paciente = :direccionSQL,
                   p.fecha_correo_invalido_paciente = :ahoraSQL
               where lower(u.correo_usuario) = :direccionSQL
                 and coalesce(p.correo_invalido_paciente, '') <> :direccionSQL
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("ReboteCorreo::ComprobarLimiteRebotes", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
           end-if

       end method.

       *>
       *> EsCorreoInvalido
       *>
       *> Indica si una dirección está marcada como no válida por
       *> rebotes (ver ComprobarLimiteRebotes).
       *>
       *> Parámetros:
       *>     direccion (str): Dirección de correo
       *>
       *> Devuelve:
       *>     Boolean: True si la dirección rebota
       *>
       method-id EsCorreoInvalido.
       local-storage section.
       01 direccionSQL pic x(255).
       01 marcados pic S9(9) COMP-4.
       procedure division using by value direccion as string
                                   returning invalido as type Boolean.

           set invalido to False.
           if direccion = null or direccion::Trim()::Equals("")
               goback
           end-if

           set direccionSQL to direccion::Trim()::ToLower().

           exec sql
               select count(*) into :marcados
               from pacientes
               where correo_invalido_paciente = :direccionSQL
           end-exec.

           if SQLCODE = 0 and marcados > 0
               set invalido to True
           end-if

       end method.

       *>
       *> DevuelveCorreoInvalido
       *>
       *> Devuelve el correo del paciente si está marcado como no
       *> válido, para avisar en el check-in.
       *>
       *> Parámetros:
       *>     idPaciente (int): Paciente a consultar
       *>
       *> Devuelve:
       *>     str: Dirección que rebota, "" si el correo es válido
       *>
       method-id DevuelveCorreoInvalido.
       local-storage section.
       01 idPacienteSQL pic S9(9) COMP-4.
       01 direccionSQL pic x(255).
       procedure division using by value idPaciente as binary-long
                                   returning direccion as string.

           set direccion to "".
           set idPacienteSQL to idPaciente.

           exec sql
               select p.correo_invalido_paciente into :direccionSQL
               from pacientes as p
               inner join usuarios as u on (p.id_usuario_paciente = u.id_usuario)
               where p.id_usuario_paciente = :idPacienteSQL
                 and p.correo_invalido_paciente = lower(u.correo_usuario)
           end-exec.

           if SQLCODE = 0
               set direccion to (direccionSQL as string)::Trim()
           end-if

       end method.

       *>
       *> DevuelveContactosPorCorregir
       *>
       *> Pacientes cuyo correo actual está marcado como no válido,
       *> para la lista de datos de contacto por corregir de
       *> recepción, de la marca más antigua a la más reciente, con
       *> su próxima cita para saber cuándo pasarán por el mostrador.
       *>
       *> Devuelve:
       *>     List[str]: "Paciente #id Nombre Apellidos - correo (N
       *>                rebotes desde dd/MM/yyyy) - próxima cita
       *>                dd/MM/yyyy"
       *>
       method-id DevuelveContactosPorCorregir.
       local-storage section.
       01 hoySQL pic x(10).
       01 idPaciente pic S9(9) COMP-4.
       01 nombreReal pic x(45).
       01 apellidos pic x(80).
       01 direccionSQL pic x(255).
       01 fechaMarca pic x(10).
       01 rebotes pic S9(9) COMP-4.
       01 proximaCita pic x(10).
       01 linea string.
       procedure division returning lineas as List[string].

           set lineas to new List[string]().
           set hoySQL to type DateTime::Now::ToString("yyyy-MM-dd").

           exec sql
               declare contactosCorregirTbl cursor for
                   select p.id_usuario_paciente, coalesce(u.nombre_real_usuario, ''), coalesce(u.apellidos_usuario, ''),
                          p.correo_invalido_paciente, coalesce(p.fecha_correo_invalido_paciente, ''),
                          (select count(*) from rebotes_correo as r
                           where r.destinatario_rebote = p.correo_invalido_paciente
                             and r.tipo_rebote = 'Permanente'
                             and r.revisado_rebote = 0),
                          coalesce((select min(c.fecha_cita) from citas as c
                                    where c.paciente_cita = p.id_usuario_paciente
                                      and c.fecha_cita >= :hoySQL
                                      and c.cancelada_cita = 0), '')
                   from pacientes as p
                   inner join usuarios as u on (p.id_usuario_paciente = u.id_usuario)
                   where p.correo_invalido_paciente = lower(u.correo_usuario)
                     and p.fecha_exitus_paciente is null
                   order by p.fecha_correo_invalido_paciente asc
           end-exec.

           exec sql
               open contactosCorregirTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch contactosCorregirTbl into :idPaciente, :nombreReal, :apellidos, :direccionSQL,
                                                   :fechaMarca, :rebotes, :proximaCita
               end-exec
               if SQLCODE = 0
                   set linea to type String::Concat("Paciente #", idPaciente::ToString(), " ",
                       (nombreReal as string)::Trim(), " ", (apellidos as string)::Trim(), " - ",
                       (direccionSQL as string)::Trim(), " (", rebotes::ToString(), " rebotes desde ",
                       type DateTime::Parse(fechaMarca)::ToString("dd/MM/yyyy"), ")")
                   if not (proximaCita as string)::Trim()::Equals("")
                       set linea to type String::Concat(linea, " - próxima cita ",
                           type DateTime::Parse(proximaCita)::ToString("dd/MM/yyyy"))
                   end-if
                   invoke lineas::Add(linea)
               end-if
           end-perform.

           exec sql
               close contactosCorregirTbl
           end-exec.

       end method.

       *>
       *> ValidarCorreoRevisado
       *>
       *> Recepción ha comprobado con el paciente que su correo es
       *> correcto (buzón lleno, caída del servidor de destino...): se
       *> quita la marca y sus rebotes dejan de contar para el límite.
       *>
       *> Parámetros:
       *>     idPaciente (int): Paciente cuyo correo se ha revisado
       *>
       *> Devuelve:
       *>     Boolean: True si el paciente tenía el correo marcado
       *>
       method-id ValidarCorreoRevisado.
       local-storage section.
       01 direccion string.
       01 direccionSQL pic x(255).
       procedure division using by value idPaciente as binary-long
                                   returning exito as type Boolean.

           set exito to False.
           set direccion to DevuelveCorreoInvalido(idPaciente).
           if direccion::Equals("")
               goback
           end-if
           set direccionSQL to direccion.

           exec sql
               update rebotes_correo
               set revisado_rebote = 1
               where destinatario_rebote = :direccionSQL
           end-exec.

           exec sql
               update pacientes
               set correo_invalido_paciente = null,
                   fecha_correo_invalido_paciente = null
               where correo_invalido_paciente = :direccionSQL
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("ReboteCorreo::ValidarCorreoRevisado", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
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

       end class.
