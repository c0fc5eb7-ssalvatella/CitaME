       *>
       *> RespuestaCorreo
       *>
       *> Clase que encapsula las respuestas de los pacientes por
       *> correo a la solicitud de confirmación de asistencia (ver
       *> Notificador::EnviarSolicitudesConfirmacionPrevia). Muchos
       *> pacientes contestan "sí" o "no puedo ir" en vez de usar el
       *> código de su cita; esas respuestas se leen aquí en lugar de
       *> quedarse sin abrir mientras LiberarCitasSinConfirmacionPrevia
       *> libera su hueco.
       *>
       *> El servidor de correo deja cada mensaje recibido en el buzón
       *> de respuestas como un fichero .eml en la carpeta
       *> correo\respuestas\entrada; la pasada (lanzada por el
       *> planificador de tareas) lee cada fichero y lo mueve a
       *> correo\respuestas\procesados, igual que la importación de
       *> extractos Norma 43 (ver ConciliacionBancaria).
       *>
       *> Cada respuesta se casa con su cita y con la notificación de
       *> solicitud por, en este orden: la referencia "[Cita #N]" del
       *> asunto, el código de confirmación de la cita citado en el
       *> texto, o el remitente cuando tiene una sola solicitud viva.
       *> Un sí claro confirma la asistencia (Cita::ConfirmarAsistencia)
       *> y un no claro cancela la cita a petición del paciente
       *> (Cita::CancelarCitaPorPaciente); cualquier otra cosa queda en
       *> la lista de revisión de recepción.
       *>
       *> Tabla respuestas_correo: id_respuesta, fichero_respuesta,
       *> fecha_respuesta, remitente_respuesta, asunto_respuesta,
       *> texto_respuesta, cita_respuesta, notificacion_respuesta,
       *> interpretacion_respuesta ("Confirma", "Cancela" o "Dudosa"),
       *> estado_respuesta ("Aplicada", "Revisar" o "Revisada"),
       *> motivo_revision_respuesta, usuario_revision_respuesta y
       *> fecha_revision_respuesta.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.RespuestaCorreo.

       working-storage section.

       01 modeloCita type CitaMe.modelo.Cita.
       01 modeloErrores type CitaMe.modelo.RegistroErrores.

       01 id_respuesta property binary-long.
       01 fecha_respuesta property string.
       01 remitente_respuesta property string.
       01 asunto_respuesta property string.
       01 texto_respuesta property string.
       01 cita_respuesta property binary-long.
       01 interpretacion_respuesta property string.
       01 motivo_revision_respuesta property string.

       *> Mensaje que se está leyendo del buzón (ver LeerCorreo)
       01 correoRemitente string.
       01 correoAsunto string.
       01 correoTexto string.

       01 mfsqlmessagetext pic x(355) values "".

       *> Habilita las variables de SQL
       exec sql
           include sqlca
       end-exec.

       method-id NEW.
       procedure division.
           set modeloCita to new CitaMe.modelo.Cita().
           set modeloErrores to new CitaMe.modelo.RegistroErrores().
       end method.

       *>
       *> CarpetaRespuestas
       *>
       *> Devuelve (creándola si hace falta) la subcarpeta del buzón de
       *> respuestas indicada, junto al ejecutable.
       *>
       method-id CarpetaRespuestas private.
       local-storage section.
       01 ruta string.
       procedure division using by value subcarpeta as string
                                   returning carpeta as string.

           set ruta to type String::Concat(type AppDomain::CurrentDomain::BaseDirectory, "correo\respuestas\", subcarpeta).
           if not type System.IO.Directory::Exists(ruta)
               invoke type System.IO.Directory::CreateDirectory(ruta)
           end-if
           set carpeta to ruta.

       end method.

       *>
       *> ProcesarRespuestas
       *>
       *> Pasada sobre el buzón de respuestas: interpreta cada correo
       *> de correo\respuestas\entrada y lo mueve a
       *> correo\respuestas\procesados, para no leerlo dos veces.
       *>
       *> Devuelve:
       *>     int: Número de respuestas leídas en esta pasada
       *>
       method-id ProcesarRespuestas.
       local-storage section.
       01 archivos type System.String occurs any.
       01 rutaDestino string.
       01 procesadas binary-long.
       procedure division returning totalProcesadas as binary-long.

           set procesadas to 0.

           set archivos to type System.IO.Directory::GetFiles(CarpetaRespuestas("entrada")).

           perform varying archivo as string through archivos
               invoke ProcesarRespuesta(archivo)
               set rutaDestino to type String::Concat(CarpetaRespuestas("procesados"), "\",
                   type System.IO.Path::GetFileNameWithoutExtension(archivo), "_",
                   type DateTime::Now::ToString("yyyyMMddHHmmss"), type System.IO.Path::GetExtension(archivo))
               invoke type System.IO.File::Move(archivo, rutaDestino)
               add 1 to procesadas
           end-perform.

           set totalProcesadas to procesadas.

       end method.

       *>
       *> ProcesarRespuesta
       *>
       *> Lee un correo del buzón, lo casa con su cita, lo interpreta,
       *> aplica la respuesta si es clara y la anota en
       *> respuestas_correo.
       *>
       *> Parámetros:
       *>     rutaArchivo (str): Fichero .eml del correo
       *>
       method-id ProcesarRespuesta private.
       local-storage section.
       01 idCita binary-long.
       01 interpretacion string.
       01 estado string.
       01 motivo string.
       01 archivoSQL pic x(255).
       01 ahoraSQL pic x(19).
       01 remitenteSQL pic x(255).
       01 asuntoSQL pic x(255).
       01 textoSQL pic x(2000).
       01 idCitaSQL pic S9(9) COMP-4.
       01 idNotificacionSQL pic S9(9) COMP-4.
       01 interpretacionSQL pic x(10).
       01 estadoSQL pic x(10).
       01 motivoSQL pic x(255).
       procedure division using by value rutaArchivo as string.

           invoke LeerCorreo(rutaArchivo).

           set idCita to BuscarCitaRespuesta().
           set interpretacion to InterpretarRespuesta(correoTexto).
           set estado to "Revisar".
           set motivo to "".

           evaluate True
               when idCita = 0
                   set motivo to "No se ha encontrado la cita de la respuesta"
               when interpretacion::Equals("Confirma")
                   if modeloCita::ConfirmarAsistencia(idCita)
                       set estado to "Aplicada"
                   else
                       set motivo to "La cita ya no está viva: no se ha podido confirmar"
                   end-if
               when interpretacion::Equals("Cancela")
                   if modeloCita::CancelarCitaPorPaciente(idCita, "Cancelada por el paciente en su respuesta al correo de confirmación")
                       set estado to "Aplicada"
                   else
                       set motivo to "La cita ya no está viva: no se ha podido cancelar"
                   end-if
               when other
                   set motivo to "Respuesta dudosa"
           end-evaluate.

           set idCitaSQL to idCita.
           set idNotificacionSQL to 0.
           if idCita > 0
               exec sql
                   select coalesce(max(n.id_notificacion), 0) into :idNotificacionSQL
                   from notificaciones as n
                   where n.cita_notificacion = :idCitaSQL
                     and n.tipo_notificacion = 'SolicitudConfirmacion'
               end-exec
           end-if

           set archivoSQL to type System.IO.Path::GetFileName(rutaArchivo).
           set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").
           set remitenteSQL to correoRemitente.
           set asuntoSQL to correoAsunto.
           set textoSQL to correoTexto.
           set interpretacionSQL to interpretacion.
           set estadoSQL to estado.
           set motivoSQL to motivo.

           exec sql
               insert into respuestas_correo
                   (fichero_respuesta, fecha_respuesta, remitente_respuesta, asunto_respuesta,
                    texto_respuesta, cita_respuesta, notificacion_respuesta,
                    interpretacion_respuesta, estado_respuesta, motivo_revision_respuesta)
               values
                   (:archivoSQL, :ahoraSQL, :remitenteSQL, :asuntoSQL,
                    :textoSQL, :idCitaSQL, :idNotificacionSQL,
                    :interpretacionSQL, :estadoSQL, :motivoSQL)
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("RespuestaCorreo::ProcesarRespuesta", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
           end-if

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> LeerCorreo
       *>
       *> Lee un fichero .eml y deja en correoRemitente, correoAsunto y
       *> correoTexto la dirección del remitente, el asunto y el texto
       *> escrito por el paciente: se descartan las cabeceras de las
       *> partes MIME y el mensaje original citado al final de la
       *> respuesta.
       *>
       *> Parámetros:
       *>     rutaArchivo (str): Fichero .eml del correo
       *>
       method-id LeerCorreo private.
       local-storage section.
       01 lineas type System.String occurs any.
       01 enCabecera type Boolean.
       01 finTexto type Boolean.
       01 texto type System.Text.StringBuilder.
       01 inicio binary-long.
       01 fin binary-long.
       procedure division using by value rutaArchivo as string.

           set correoRemitente to "".
           set correoAsunto to "".
           set texto to new System.Text.StringBuilder().
           set enCabecera to True.
           set finTexto to False.

           set lineas to type System.IO.File::ReadAllLines(rutaArchivo).

           perform varying linea as string through lineas
               if enCabecera
                   evaluate True
                       when linea::Trim()::Equals("")
                           set enCabecera to False
                       when linea::StartsWith("From:", type StringComparison::OrdinalIgnoreCase)
                           set correoRemitente to linea::Substring(5)::Trim()
                       when linea::StartsWith("Subject:", type StringComparison::OrdinalIgnoreCase)
                           set correoAsunto to linea::Substring(8)::Trim()
                   end-evaluate
               else
                   *> El mensaje original citado marca el final de lo
                   *> que ha escrito el paciente
                   if linea::StartsWith(">") or linea::StartsWith("-----")
                       or linea::Contains("escribió:") or linea::Contains("wrote:")
                       set finTexto to True
                   end-if
                   if not finTexto
                       and not linea::StartsWith("--")
                       and not linea::StartsWith("Content-", type StringComparison::OrdinalIgnoreCase)
                       and not linea::Trim()::Equals("")
                       invoke texto::Append(type String::Concat(linea::Trim(), " "))
                   end-if
               end-if
           end-perform.

           *> "Nombre <correo@dominio>" se queda solo con la dirección
           set inicio to correoRemitente::IndexOf("<").
           set fin to correoRemitente::IndexOf(">").
           if inicio >= 0 and fin > inicio
               set correoRemitente to correoRemitente::Substring(inicio + 1, fin - inicio - 1)
           end-if
           set correoRemitente to correoRemitente::Trim()::ToLower().

           set correoTexto to texto::ToString()::Trim().
           if correoTexto::Length > 2000
               set correoTexto to correoTexto::Substring(0, 2000)
           end-if

       end method.

       *>
       *> BuscarCitaRespuesta
       *>
       *> Casa el correo leído con la cita a la que responde: por la
       *> referencia "[Cita #N]" del asunto de la solicitud, por el
       *> código de confirmación de una cita futura citado en el
       *> texto, o por el remitente si tiene una sola cita futura con
       *> solicitud de confirmación pendiente.
       *>
       *> Devuelve:
       *>     int: Cita de la respuesta, 0 si no se ha podido casar
       *>
       method-id BuscarCitaRespuesta private.
       local-storage section.
       01 posicion binary-long.
       01 fin binary-long.
       01 referencia string.
       01 indice binary-long.
       01 codigo string.
       01 idCitaSQL pic S9(9) COMP-4.
       01 codigoSQL pic x(6).
       01 remitenteSQL pic x(255).
       01 hoySQL pic x(10).
       01 coincidencias pic S9(9) COMP-4.
       procedure division returning idCita as binary-long.

           set idCita to 0.
           set hoySQL to type DateTime::Now::ToString("yyyy-MM-dd").

           *> 1. Referencia del asunto de la solicitud
           set posicion to correoAsunto::IndexOf("[Cita #").
           if posicion >= 0
               set fin to correoAsunto::IndexOf("]", posicion)
               if fin > posicion + 7
                   set referencia to correoAsunto::Substring(posicion + 7, fin - posicion - 7)
                   try
                       set idCitaSQL to type Int32::Parse(referencia)
                       exec sql
                           select count(*) into :coincidencias
                           from citas
                           where id_cita = :idCitaSQL
                       end-exec
                       if SQLCODE = 0 and coincidencias > 0
                           set idCita to idCitaSQL
                           goback
                       end-if
                   catch ex as type System.Exception
                       set idCita to 0
                   end-try
               end-if
           end-if

           *> 2. Código de confirmación (6 cifras seguidas) en el texto
           perform varying indice from 0 by 1 until indice > correoTexto::Length - 6
               set codigo to correoTexto::Substring(indice, 6)
               if SonCifras(codigo)
                   and (indice = 0 or not type Char::IsDigit(correoTexto, indice - 1))
                   and (indice + 6 = correoTexto::Length or not type Char::IsDigit(correoTexto, indice + 6))
                   and idCita = 0
                   set codigoSQL to codigo
                   exec sql
                       select id_cita into :idCitaSQL
                       from citas
                       where codigo_confirmacion_cita = :codigoSQL
                         and fecha_cita >= :hoySQL
                         and cancelada_cita = 0
                       limit 1
                   end-exec
                   if SQLCODE = 0
                       set idCita to idCitaSQL
                   end-if
               end-if
           end-perform.

           if idCita > 0
               goback
           end-if

           *> 3. Remitente con una sola solicitud viva
           if correoRemitente::Equals("")
               goback
           end-if
           set remitenteSQL to correoRemitente.

           exec sql
               select count(distinct c.id_cita), coalesce(max(c.id_cita), 0)
               into :coincidencias, :idCitaSQL
               from notificaciones as n
               inner join citas as c on (n.cita_notificacion = c.id_cita)
               where lower(n.destinatario_notificacion) = :remitenteSQL
                 and n.tipo_notificacion = 'SolicitudConfirmacion'
                 and c.fecha_cita >= :hoySQL
                 and c.cancelada_cita = 0
                 and coalesce(c.asistencia_confirmada_cita, 0) = 0
           end-exec.

           if SQLCODE = 0 and coincidencias = 1
               set idCita to idCitaSQL
           end-if

       end method.

       *>
       *> InterpretarRespuesta
       *>
       *> Decide si el texto de una respuesta es un sí o un no claros.
       *> Se normaliza el texto (minúsculas, sin tildes ni signos) y se
       *> buscan expresiones de confirmación y de negativa; si aparecen
       *> las dos, o ninguna, la respuesta es dudosa. Un código de
       *> confirmación de 6 cifras solo, sin negativa, cuenta como sí.
       *>
       *> Parámetros:
       *>     texto (str): Texto escrito por el paciente
       *>
       *> Devuelve:
       *>     str: "Confirma", "Cancela" o "Dudosa"
       *>
       method-id InterpretarRespuesta private.
       local-storage section.
       01 normalizado string.
       01 afirma type Boolean.
       01 niega type Boolean.
       procedure division using by value texto as string
                                   returning interpretacion as string.

           set interpretacion to "Dudosa".
           if texto = null or texto::Trim()::Equals("")
               goback
           end-if

           set normalizado to texto::ToLower()::Replace("á", "a")::Replace("é", "e")::Replace("í", "i")::Replace("ó", "o")::Replace("ú", "u").
           set normalizado to normalizado::Replace(".", " ")::Replace(",", " ")::Replace(";", " ")::Replace(":", " ")::Replace("!", " ")::Replace("¡", " ")::Replace("?", " ")::Replace("¿", " ").
           perform until not normalizado::Contains("  ")
               set normalizado to normalizado::Replace("  ", " ")
           end-perform.
           set normalizado to type String::Concat(" ", normalizado::Trim(), " ").

           set afirma to normalizado::Contains(" si ") or normalizado::Contains(" confirmo")
               or normalizado::Contains(" confirmad") or normalizado::Contains(" asistire")
               or normalizado::Contains(" alli estare") or normalizado::Contains(" ahi estare")
               or normalizado::Contains(" ok ") or normalizado::Contains(" de acuerdo")
               or normalizado::Contains(" perfecto").

           set niega to normalizado::Equals(" no ") or normalizado::Contains(" no puedo")
               or normalizado::Contains(" no podre") or normalizado::Contains(" no podemos")
               or normalizado::Contains(" no ire") or normalizado::Contains(" no voy")
               or normalizado::Contains(" no asistire") or normalizado::Contains(" no vendre")
               or normalizado::Contains(" cancel") or normalizado::Contains(" anul")
               or normalizado::Contains(" imposible").

           *> El código de la cita solo, sin más, es un sí
           if not afirma and not niega
               and normalizado::Trim()::Length = 6
               and SonCifras(normalizado::Trim())
               set afirma to True
           end-if

           if afirma and not niega
               set interpretacion to "Confirma"
           end-if
           if niega and not afirma
               set interpretacion to "Cancela"
           end-if

       end method.

       *>
       *> SonCifras
       *>
       *> Comprueba si un texto está formado solo por cifras.
       *>
       *> Parámetros:
       *>     texto (str): Texto a comprobar
       *>
       *> Devuelve:
       *>     Boolean: True si no está vacío y todo son cifras
       *>
       method-id SonCifras private.
       local-storage section.
       01 i binary-long.
       procedure division using by value texto as string
                                   returning cifras as type Boolean.

           set cifras to not texto::Equals("").
           perform varying i from 0 by 1 until i >= texto::Length
               if not type Char::IsDigit(texto::Chars(i))
                   set cifras to False
               end-if
           end-perform.

       end method.

       *>
       *> DevuelveRespuestasPendientes
       *>
       *> Respuestas que la pasada no ha podido aplicar (dudosas, sin
       *> cita o sobre citas que ya no están vivas), para la lista de
       *> revisión de recepción, de la más antigua a la más reciente.
       *>
       *> Devuelve:
       *>     List[RespuestaCorreo]: respuestas pendientes de revisar
       *>
       method-id DevuelveRespuestasPendientes.
       local-storage section.
       01 idRespuesta pic S9(9) COMP-4.
       01 fechaSQL pic x(19).
       01 remitenteSQL pic x(255).
       01 asuntoSQL pic x(255).
       01 textoSQL pic x(2000).
       01 idCitaSQL pic S9(9) COMP-4.
       01 interpretacionSQL pic x(10).
       01 motivoSQL pic x(255).
       01 respuesta type CitaMe.modelo.RespuestaCorreo.
       procedure division returning respuestas as List[type CitaMe.modelo.RespuestaCorreo].

           set respuestas to new List[type CitaMe.modelo.RespuestaCorreo]().

           exec sql
               declare respuestasRevisarTbl cursor for
                   select r.id_respuesta, r.fecha_respuesta, coalesce(r.remitente_respuesta, ''),
                          coalesce(r.asunto_respuesta, ''), coalesce(r.texto_respuesta, ''),
                          r.cita_respuesta, r.interpretacion_respuesta,
                          coalesce(r.motivo_revision_respuesta, '')
                   from respuestas_correo as r
                   where r.estado_respuesta = 'Revisar'
                   order by r.fecha_respuesta asc
           end-exec.

           exec sql
               open respuestasRevisarTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch respuestasRevisarTbl into :idRespuesta, :fechaSQL, :remitenteSQL,
                       :asuntoSQL, :textoSQL, :idCitaSQL, :interpretacionSQL, :motivoSQL
               end-exec
               if SQLCODE = 0
                   set respuesta to new CitaMe.modelo.RespuestaCorreo()
                   set respuesta::id_respuesta to idRespuesta
                   set respuesta::fecha_respuesta to (fechaSQL as string)::Trim()
                   set respuesta::remitente_respuesta to (remitenteSQL as string)::Trim()
                   set respuesta::asunto_respuesta to (asuntoSQL as string)::Trim()
                   set respuesta::texto_respuesta to (textoSQL as string)::Trim()
                   set respuesta::cita_respuesta to idCitaSQL
                   set respuesta::interpretacion_respuesta to (interpretacionSQL as string)::Trim()
                   set respuesta::motivo_revision_respuesta to (motivoSQL as string)::Trim()
                   invoke respuestas::Add(respuesta)
               end-if
           end-perform.

           exec sql
               close respuestasRevisarTbl
           end-exec.

       end method.

       *>
       *> ResolverRespuesta
       *>
       *> Resuelve desde recepción una respuesta de la lista de
       *> revisión: confirma la asistencia, cancela la cita o la
       *> descarta sin tocar la cita (p.ej. tras llamar al paciente).
       *>
       *> Parámetros:
       *>     idRespuesta (int): Respuesta a resolver
       *>     idCita (int): Cita a la que responde, o 0 para usar la
       *>                   que casó la pasada
       *>     accion (str): "Confirmar", "Cancelar" o "Descartar"
       *>     idUsuario (int): Usuario de recepción que la resuelve
       *>
       *> Devuelve:
       *>     str: "" si se ha resuelto, o el motivo por el que no
       *>
       method-id ResolverRespuesta.
       local-storage section.
       01 idRespuestaSQL pic S9(9) COMP-4.
       01 idCitaSQL pic S9(9) COMP-4.
       01 idUsuarioSQL pic S9(9) COMP-4.
       01 ahoraSQL pic x(19).
       01 motivoSQL pic x(255).
       procedure division using by value idRespuesta as binary-long
                                         idCita as binary-long
                                         accion as string
                                         idUsuario as binary-long
                                   returning motivo as string.

           set motivo to "".
           set idRespuestaSQL to idRespuesta.

           exec sql
               select cita_respuesta into :idCitaSQL
               from respuestas_correo
               where id_respuesta = :idRespuestaSQL
                 and estado_respuesta = 'Revisar'
           end-exec.

           if not SQLCODE = 0
               set motivo to "La respuesta ya no está pendiente de revisión."
               goback
           end-if

           if idCita > 0
               set idCitaSQL to idCita
           end-if

           evaluate accion
               when "Confirmar"
                   if idCitaSQL = 0 or not modeloCita::ConfirmarAsistencia(idCitaSQL)
                       set motivo to "Indique una cita viva para confirmar la asistencia."
                       goback
                   end-if
                   set motivoSQL to "Asistencia confirmada por recepción"
               when "Cancelar"
                   if idCitaSQL = 0 or not modeloCita::CancelarCitaPorPaciente(idCitaSQL, "Cancelada por el paciente en su respuesta al correo de confirmación")
                       set motivo to "Indique una cita viva para cancelarla."
                       goback
                   end-if
                   set motivoSQL to "Cita cancelada por recepción"
               when other
                   set motivoSQL to "Descartada por recepción"
           end-evaluate.

           set idUsuarioSQL to idUsuario.
           set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           exec sql
               update respuestas_correo
               set estado_respuesta = 'Revisada',
                   cita_respuesta = :idCitaSQL,
                   motivo_revision_respuesta = :motivoSQL,
                   usuario_revision_respuesta = :idUsuarioSQL,
                   fecha_revision_respuesta = :ahoraSQL
               where id_respuesta = :idRespuestaSQL
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("RespuestaCorreo::ResolverRespuesta", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               set motivo to "Ha ocurrido un error guardando la revisión."
           end-if

           exec sql
               commit
           end-exec.

       end method.

       end class.
