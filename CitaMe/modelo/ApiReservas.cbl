       *>     POST /citas/cancelar (cuerpo application/x-www-form-urlencoded:
       *>                           idCita, motivo opcional)
       *>
       *> Ruta de monitorización, sin clave: devuelve el estado de
       *> salud de los servicios desatendidos (ver EstadoServicios),
       *> con 200 si todo está en orden y 503 si algo está en alerta.
       *>     GET  /estado
       *>
       *> Rutas del paciente: además de la clave del integrador (con sus
       *> rutas permitidas y su límite por minuto, igual que el resto),
       *> exigen la cabecera "X-Paciente-Token" con el testigo de una
       *> sesión abierta en POST /paciente/sesion, y solo devuelven
       *> datos de ese paciente. Cada consulta queda anotada en
       *> accesos_clinicos como las de la aplicación de escritorio.
       *>     POST /paciente/sesion (cuerpo application/x-www-form-urlencoded:
       *>                            usuario, contrasenia)
       *>     GET  /paciente/resultados - resultados revisados por el médico,
       *>                                 con sus líneas y rangos de referencia
       *>     GET  /paciente/recetas - recetas activas con su número de verificación
       *>     POST /paciente/recetas/renovar (cuerpo application/x-www-form-urlencoded:
       *>                                     idReceta)
       *>     GET  /paciente/documentos - documentos liberados al paciente
       *>     GET  /paciente/documentos/contenido?id=X - contenido del
       *>                                 documento en base64
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.ApiReservas.

       01 modeloCita type CitaMe.modelo.Cita.
       01 modeloClaveApi type CitaMe.modelo.ClaveApi.
       01 modeloWebhook type CitaMe.modelo.Webhook.
       01 modeloUsuario type CitaMe.modelo.Usuario.
       01 modeloPrueba type CitaMe.modelo.Prueba.
       01 modeloReceta type CitaMe.modelo.Receta.
       01 modeloDocumento type CitaMe.modelo.Documento.
       01 modeloEstado type CitaMe.modelo.EstadoServicios.
       01 escuchador type System.Net.HttpListener.
       01 hiloEscucha type System.Threading.Thread.
       01 apiPuerto binary-short value 0.
       01 apiKey string value "".
       01 detener type Boolean value False.

       *> Segundos entre dos latidos del escuchador (ver
       *> EstadoServicios::RegistrarLatido)
       01 SEGUNDOS_ENTRE_LATIDOS binary-long value 60.

       method-id NEW.
       procedure division.
           set modeloMedico to new CitaMe.modelo.Medico().
           set modeloCita to new CitaMe.modelo.Cita().
           *> Las reservas del API cuentan contra el cupo del canal
           *> "Api" (ver modelo CupoCanal)
           invoke modeloCita::FijarCanalReserva("Api").
           set modeloClaveApi to new CitaMe.modelo.ClaveApi().
           set modeloWebhook to new CitaMe.modelo.Webhook().
           set modeloUsuario to new CitaMe.modelo.Usuario().
           set modeloPrueba to new CitaMe.modelo.Prueba().
           set modeloReceta to new CitaMe.modelo.Receta().
           set modeloDocumento to new CitaMe.modelo.Documento().
           set modeloEstado to new CitaMe.modelo.EstadoServicios().
           goback.
       end method.

       *>
       method-id IniciarEscucha.
       local-storage section.
       01 hiloLatido type System.Threading.Thread.
       procedure division.

           invoke CargarConfiguracion().
           set hiloEscucha::IsBackground to True.
           invoke hiloEscucha::Start().

           *> El escuchador pasa casi todo el tiempo bloqueado en
           *> GetContext esperando peticiones, así que el latido lo da
           *> un hilo aparte mientras el de escucha siga vivo
           set hiloLatido to new System.Threading.Thread(new System.Threading.ThreadStart(self::BucleLatido)).
           set hiloLatido::IsBackground to True.
           invoke hiloLatido::Start().

           goback.
       end method.

       *>
       *> BucleLatido
       *>
       *> Deja un latido del API cada SEGUNDOS_ENTRE_LATIDOS mientras
       *> el hilo de escucha siga vivo y el escuchador abierto; si el
       *> escuchador muere, los latidos cesan y la vigilancia de
       *> servicios lo detecta.
       *>
       method-id BucleLatido private.
       procedure division.

           perform until detener
               if hiloEscucha::IsAlive and escuchador::IsListening
                   invoke modeloEstado::RegistrarLatido("ApiReservas")
               end-if
               invoke type System.Threading.Thread::Sleep(SEGUNDOS_ENTRE_LATIDOS * 1000)
           end-perform.

       end method.

       *>
       *> BucleEscucha
       *>
       01 nombreIntegrador string.
       01 rutasPermitidas type System.String occurs any.
       01 rutaPermitida type Boolean.
       01 tokenPaciente string.
       01 idPacienteSesion binary-short value 0.
       procedure division using by value contexto as type System.Net.HttpListenerContext.

           set metodo to contexto::Request::HttpMethod.
           set ruta to contexto::Request::Url::AbsolutePath::ToLower().

           *> La herramienta de monitorización consulta el estado sin
           *> clave: no expone datos de pacientes
           if metodo::Equals("GET") and ruta::Equals("/estado")
               invoke AtenderEstado(contexto)
               goback
           end-if

           *> Sin una clave válida, cualquiera que adivine un
           *> idPaciente/idCita podría leer o cancelar la cita de otro
           *> (IDOR); se rechaza todo antes de despachar. Cada

           invoke modeloClaveApi::RegistrarPeticion(nombreIntegrador, ruta, "OK").

           *> Las rutas del paciente (salvo la que abre la sesión) solo
           *> se atienden con un testigo de sesión válido, y siempre
           *> sobre el paciente de esa sesión, nunca sobre un id que
           *> venga en la petición
           if ruta::StartsWith("/paciente/") and not ruta::Equals("/paciente/sesion")
               set tokenPaciente to contexto::Request::Headers::Item("X-Paciente-Token")
               if not tokenPaciente = null
                   set idPacienteSesion to modeloClaveApi::BuscarSesionPaciente(tokenPaciente, nombreIntegrador)
               end-if
               if idPacienteSesion = 0
                   invoke EscribirRespuesta(contexto, 401, "{""error"":""Sesión de paciente no válida o caducada""}")
                   goback
               end-if
           end-if

           evaluate true
               when metodo::Equals("GET") and ruta::Equals("/especialidades")
                   invoke AtenderEspecialidades(contexto)
                   invoke AtenderCancelarCita(contexto)
               when metodo::Equals("POST") and ruta::Equals("/webhooks")
                   invoke AtenderRegistrarWebhook(contexto, nombreIntegrador)
               when metodo::Equals("POST") and ruta::Equals("/paciente/sesion")
                   invoke AtenderSesionPaciente(contexto, nombreIntegrador)
               when metodo::Equals("GET") and ruta::Equals("/paciente/resultados")
                   invoke AtenderResultadosPaciente(contexto, idPacienteSesion)
               when metodo::Equals("GET") and ruta::Equals("/paciente/recetas")
                   invoke AtenderRecetasPaciente(contexto, idPacienteSesion)
               when metodo::Equals("POST") and ruta::Equals("/paciente/recetas/renovar")
                   invoke AtenderRenovarRecetaPaciente(contexto, idPacienteSesion)
               when metodo::Equals("GET") and ruta::Equals("/paciente/documentos")
                   invoke AtenderDocumentosPaciente(contexto, idPacienteSesion)
               when metodo::Equals("GET") and ruta::Equals("/paciente/documentos/contenido")
                   invoke AtenderContenidoDocumentoPaciente(contexto, idPacienteSesion)
               when other
                   invoke EscribirRespuesta(contexto, 404, "{""error"":""Ruta no encontrada""}")
           end-evaluate.
       *>
       *> GET /huecos?especialidad=X&fecha=yyyy-MM-dd&horario=H - busca
       *> el primer hueco libre para una especialidad, sin reservarlo.
       *> Solo se ofrecen días dentro de la agenda abierta de la
       *> especialidad (ver Cita::FueraDeHorizonte).
       *>
       method-id AtenderHuecos private.
       local-storage section.
               goback
           end-if

           set cancelada to modeloCita::CancelarCitaPorPaciente(idCita, motivo).

           set json to type String::Concat("{""cancelada"":", cancelada::ToString()::ToLower(), "}").
           invoke EscribirRespuesta(contexto, 200, json).

       end method.

       *>
       *> AtenderSesionPaciente
       *>
       *> POST /paciente/sesion (application/x-www-form-urlencoded:
       *> usuario, contrasenia) - identifica al paciente con las mismas
       *> comprobaciones que la pantalla de Login (bloqueo por intentos
       *> fallidos, contraseña, cuenta activa) y abre una sesión de
       *> paciente del API (ver ClaveApi::AbrirSesionPaciente). Solo
       *> admite cuentas de paciente.
       *>
       method-id AtenderSesionPaciente private.
       local-storage section.
       01 cuerpoPeticion string.
       01 lector type System.IO.StreamReader.
       01 campos type System.String occurs any.
       01 partes type System.String occurs any.
       01 clave string.
       01 valor string.
       01 usuario string value "".
       01 contrasenia string value "".
       01 idPaciente binary-short.
       01 token string.
       procedure division using by value contexto as type System.Net.HttpListenerContext
                                         nombreIntegrador as string.

           set lector to new System.IO.StreamReader(contexto::Request::InputStream, contexto::Request::ContentEncoding).
           set cuerpoPeticion to lector::ReadToEnd().
           invoke lector::Close().

           set campos to cuerpoPeticion::Split("&").
           perform varying campo as string through campos
               if not campo::Trim()::Equals("")
                   set partes to campo::Split("=").
                   if partes::Length >= 2
                       set clave to type System.Uri::UnescapeDataString(partes[0])::Trim()::ToLower().
                       set valor to type System.Uri::UnescapeDataString(partes[1]::Replace("+", " ")).

                       evaluate clave
                           when "usuario"
                               set usuario to valor::Trim()
                           when "contrasenia"
                               set contrasenia to valor
                       end-evaluate
                   end-if
               end-if
           end-perform.

           if usuario::Equals("") or contrasenia::Equals("")
               invoke EscribirRespuesta(contexto, 400, "{""error"":""Faltan parámetros obligatorios (usuario, contrasenia)""}")
               goback
           end-if

           if modeloUsuario::EstaBloqueado(usuario)
               invoke EscribirRespuesta(contexto, 403, "{""error"":""Cuenta bloqueada temporalmente por intentos fallidos reiterados""}")
               goback
           end-if

           *> Los intentos fallidos cuentan para el bloqueo igual que
           *> los de la pantalla de Login
           if not modeloUsuario::EsValido(usuario, contrasenia) = 1
               invoke modeloUsuario::RegistrarAcceso(usuario, 0)
               invoke EscribirRespuesta(contexto, 401, "{""error"":""Usuario o contraseña incorrectos""}")
               goback
           end-if

           invoke modeloUsuario::RegistrarAcceso(usuario, 1).

           if not modeloUsuario::EstaActivo(usuario) = 1
               invoke EscribirRespuesta(contexto, 403, "{""error"":""Usuario desactivado""}")
               goback
           end-if

           if not modeloUsuario::DevuelveTipo(usuario) = type CitaMe.modelo.Usuario::TIPO_PACIENTE
               invoke EscribirRespuesta(contexto, 403, "{""error"":""Solo las cuentas de paciente pueden abrir sesión""}")
               goback
           end-if

           set idPaciente to modeloUsuario::DevuelveIdUsuario(usuario).
           set token to modeloClaveApi::AbrirSesionPaciente(idPaciente, nombreIntegrador).
           if token::Equals("")
               invoke EscribirRespuesta(contexto, 500, "{""error"":""No se ha podido abrir la sesión""}")
               goback
           end-if

           invoke EscribirRespuesta(contexto, 201, type String::Concat("{""token"":""", token, """}")).

       end method.

       *>
       *> AtenderResultadosPaciente
       *>
       *> GET /paciente/resultados - devuelve los resultados de las
       *> pruebas del paciente de la sesión que el médico ya ha
       *> revisado (la misma regla que Paciente.xaml.cbl, ver
       *> Prueba::DevuelvePruebasVisiblesPaciente), cada uno con sus
       *> líneas estructuradas y su rango de referencia.
       *>
       method-id AtenderResultadosPaciente private.
       local-storage section.
       01 pruebas List[type CitaMe.modelo.Prueba].
       01 lineas List[type CitaMe.modelo.ResultadoLinea].
       01 json string.
       01 primero type Boolean.
       01 primeraLinea type Boolean.
       01 fueraRangoTexto string.
       procedure division using by value contexto as type System.Net.HttpListenerContext
                                         idPaciente as binary-short.

           set pruebas to modeloPrueba::DevuelvePruebasVisiblesPaciente(idPaciente).

           set json to "[".
           set primero to True.
           perform varying pruebaActual as type CitaMe.modelo.Prueba through pruebas
               if pruebaActual::estado_prueba::Equals("Completada") and pruebaActual::revisada_prueba = 1
                   if not primero
                       set json to type String::Concat(json, ",")
                   end-if
                   set json to type String::Concat(json,
                       "{""idPrueba"":", pruebaActual::id_prueba::ToString(), ",",
                       """tipo"":""", TextoJson(pruebaActual::tipo_prueba), """,",
                       """fechaResultado"":""", pruebaActual::fecha_resultado_prueba, """,",
                       """fechaRevision"":""", pruebaActual::fecha_revision_prueba, """,",
                       """resultado"":""", TextoJson(pruebaActual::resultado_prueba), """,",
                       """lineas"":[")
                   set lineas to modeloPrueba::DevuelveLineasPruebaPaciente(pruebaActual::id_prueba)
                   set primeraLinea to True
                   perform varying linea as type CitaMe.modelo.ResultadoLinea through lineas
                       if not primeraLinea
                           set json to type String::Concat(json, ",")
                       end-if
                       if linea::fuera_rango_linea = 1
                           set fueraRangoTexto to "true"
                       else
                           set fueraRangoTexto to "false"
                       end-if
                       set json to type String::Concat(json,
                           "{""analito"":""", TextoJson(linea::analito_linea), """,",
                           """valor"":""", linea::valor_texto_linea, """,",
                           """unidad"":""", TextoJson(linea::unidad_linea), """,",
                           """rangoReferencia"":""", linea::rango_texto_linea, """,",
                           """fueraRango"":", fueraRangoTexto, "}")
                       set primeraLinea to False
                   end-perform
                   set json to type String::Concat(json, "]}")
                   set primero to False
               end-if
           end-perform
           set json to type String::Concat(json, "]").

           invoke modeloCita::RegistrarAccesoClinicoUsuario(idPaciente, idPaciente, 0, "ApiResultados").
           invoke EscribirRespuesta(contexto, 200, json).

       end method.

       *>
       *> AtenderRecetasPaciente
       *>
       *> GET /paciente/recetas - devuelve las recetas activas del
       *> paciente de la sesión con su número de verificación (ver
       *> Receta::DevuelveRecetasActivasPaciente).
       *>
       method-id AtenderRecetasPaciente private.
       local-storage section.
       01 recetas List[type CitaMe.modelo.Receta].
       01 json string.
       01 primero type Boolean.
       procedure division using by value contexto as type System.Net.HttpListenerContext
                                         idPaciente as binary-short.

           set recetas to modeloReceta::DevuelveRecetasActivasPaciente(idPaciente).

           set json to "[".
           set primero to True.
           perform varying recetaActual as type CitaMe.modelo.Receta through recetas
               if not primero
                   set json to type String::Concat(json, ",")
               end-if
               set json to type String::Concat(json,
                   "{""idReceta"":", recetaActual::id_receta::ToString(), ",",
                   """medicamento"":""", TextoJson(recetaActual::medicamento_receta), """,",
                   """dosis"":""", TextoJson(recetaActual::dosis_receta), """,",
                   """instrucciones"":""", TextoJson(recetaActual::instrucciones_receta), """,",
                   """fecha"":""", recetaActual::fecha_receta::ToString("yyyy-MM-dd"), """,",
                   """verificacion"":""", recetaActual::verificacion_receta, """,",
                   """estado"":""", recetaActual::estado_dispensacion_receta, """}")
               set primero to False
           end-perform
           set json to type String::Concat(json, "]").

           invoke modeloCita::RegistrarAccesoClinicoUsuario(idPaciente, idPaciente, 0, "ApiRecetas").
           invoke EscribirRespuesta(contexto, 200, json).

       end method.

       *>
       *> AtenderRenovarRecetaPaciente
       *>
       *> POST /paciente/recetas/renovar (application/x-www-form-urlencoded:
       *> idReceta) - solicita la renovación de una receta del paciente
       *> de la sesión con la misma política que Paciente.xaml.cbl (ver
       *> Receta::SolicitarRenovacion). Si no se admite, devuelve 409
       *> con el motivo.
       *>
       method-id AtenderRenovarRecetaPaciente private.
       local-storage section.
       01 cuerpoPeticion string.
       01 lector type System.IO.StreamReader.
       01 campos type System.String occurs any.
       01 partes type System.String occurs any.
       01 clave string.
       01 valor string.
       01 idReceta binary-long value 0.
       01 motivoRechazo string.
       procedure division using by value contexto as type System.Net.HttpListenerContext
                                         idPaciente as binary-short.

           set lector to new System.IO.StreamReader(contexto::Request::InputStream, contexto::Request::ContentEncoding).
           set cuerpoPeticion to lector::ReadToEnd().
           invoke lector::Close().

           set campos to cuerpoPeticion::Split("&").
           perform varying campo as string through campos
               if not campo::Trim()::Equals("")
                   set partes to campo::Split("=").
                   if partes::Length >= 2
                       set clave to type System.Uri::UnescapeDataString(partes[0])::Trim()::ToLower().
                       set valor to type System.Uri::UnescapeDataString(partes[1]::Replace("+", " ")).

                       evaluate clave
                           when "idreceta"
                               set idReceta to type Int32::Parse(valor)
                       end-evaluate
                   end-if
               end-if
           end-perform.

           if idReceta = 0
               invoke EscribirRespuesta(contexto, 400, "{""error"":""Falta el parámetro idReceta""}")
               goback
           end-if

           invoke modeloCita::RegistrarAccesoClinicoUsuario(idPaciente, idPaciente, 0, "ApiRenovacion").

           set motivoRechazo to modeloReceta::SolicitarRenovacion(idReceta, idPaciente).
           if motivoRechazo::Equals("")
               invoke EscribirRespuesta(contexto, 201, "{""solicitada"":true}")
           else
               invoke EscribirRespuesta(contexto, 409, type String::Concat("{""solicitada"":false,""motivo"":""", TextoJson(motivoRechazo), """}"))
           end-if

       end method.

       *>
       *> AtenderDocumentosPaciente
       *>
       *> GET /paciente/documentos - devuelve los documentos liberados
       *> al paciente de la sesión (ver
       *> Documento::DevuelveDocumentosLiberadosPaciente).
       *>
       method-id AtenderDocumentosPaciente private.
       local-storage section.
       01 documentos List[type CitaMe.modelo.Documento].
       01 json string.
       01 primero type Boolean.
       procedure division using by value contexto as type System.Net.HttpListenerContext
                                         idPaciente as binary-short.

           set documentos to modeloDocumento::DevuelveDocumentosLiberadosPaciente(idPaciente).

           set json to "[".
           set primero to True.
           perform varying documentoActual as type CitaMe.modelo.Documento through documentos
               if not primero
                   set json to type String::Concat(json, ",")
               end-if
               set json to type String::Concat(json,
                   "{""idDocumento"":", documentoActual::id_documento::ToString(), ",",
                   """idCita"":", documentoActual::cita_documento::ToString(), ",",
                   """tipo"":""", TextoJson(documentoActual::tipo_documento), """,",
                   """descripcion"":""", TextoJson(documentoActual::descripcion_documento), """,",
                   """fecha"":""", documentoActual::fecha_documento, """}")
               set primero to False
           end-perform
           set json to type String::Concat(json, "]").

           invoke modeloCita::RegistrarAccesoClinicoUsuario(idPaciente, idPaciente, 0, "ApiDocumentos").
           invoke EscribirRespuesta(contexto, 200, json).

       end method.

       *>
       *> AtenderContenidoDocumentoPaciente
       *>
       *> GET /paciente/documentos/contenido?id=X - devuelve en base64
       *> el fichero de un documento, solo si está entre los liberados
       *> al paciente de la sesión.
       *>
       method-id AtenderContenidoDocumentoPaciente private.
       local-storage section.
       01 idParam string.
       01 idDocumento binary-long.
       01 documentos List[type CitaMe.modelo.Documento].
       01 documentoPedido type CitaMe.modelo.Documento.
       01 contenido type System.Byte occurs any.
       procedure division using by value contexto as type System.Net.HttpListenerContext
                                         idPaciente as binary-short.

           set idParam to contexto::Request::QueryString::Item("id").
           if idParam = null
               invoke EscribirRespuesta(contexto, 400, "{""error"":""Falta el parámetro id""}")
               goback
           end-if
           set idDocumento to type Int32::Parse(idParam).

           set documentoPedido to null.
           set documentos to modeloDocumento::DevuelveDocumentosLiberadosPaciente(idPaciente).
           perform varying documentoActual as type CitaMe.modelo.Documento through documentos
               if documentoActual::id_documento = idDocumento
                   set documentoPedido to documentoActual
               end-if
           end-perform.

           if documentoPedido = null or not type System.IO.File::Exists(documentoPedido::ruta_documento)
               invoke EscribirRespuesta(contexto, 404, "{""error"":""Documento no encontrado""}")
               goback
           end-if

           set contenido to type System.IO.File::ReadAllBytes(documentoPedido::ruta_documento).

           invoke modeloCita::RegistrarAccesoClinicoUsuario(idPaciente, idPaciente, documentoPedido::cita_documento, "ApiDocumento").
           invoke EscribirRespuesta(contexto, 200, type String::Concat(
               "{""idDocumento"":", documentoPedido::id_documento::ToString(), ",",
               """nombre"":""", TextoJson(type System.IO.Path::GetFileName(documentoPedido::ruta_documento)), """,",
               """contenidoBase64"":""", type Convert::ToBase64String(contenido), """}")).

       end method.

       *>
       *> AtenderEstado
       *>
       *> GET /estado - estado de salud de los servicios desatendidos,
       *> una entrada por componente con su descripción, minutos
       *> transcurridos, umbral y marca de alerta. Responde 503 si
       *> algún componente está en alerta, para que la herramienta de
       *> monitorización no tenga que interpretar el cuerpo.
       *>
       method-id AtenderEstado private.
       local-storage section.
       01 estado List[type CitaMe.modelo.EstadoServicios].
       01 json string.
       01 primero type Boolean.
       01 enAlerta type Boolean.
       01 alertaTexto string.
       procedure division using by value contexto as type System.Net.HttpListenerContext.

           set estado to modeloEstado::DevuelveEstado().
           set enAlerta to False.
           set primero to True.
           set json to "".

           perform varying estadoActual as type CitaMe.modelo.EstadoServicios through estado
               if estadoActual::alerta_estado = 1
                   set enAlerta to True
                   set alertaTexto to "true"
               else
                   set alertaTexto to "false"
               end-if
               if not primero
                   set json to type String::Concat(json, ",")
               end-if
               set primero to False
               set json to type String::Concat(json,
                   "{""componente"":""", estadoActual::componente_estado,
                   """,""descripcion"":""", TextoJson(estadoActual::descripcion_estado),
                   """,""minutos"":", estadoActual::minutos_estado::ToString(),
                   ",""umbral"":", estadoActual::umbral_estado::ToString(),
                   ",""alerta"":", alertaTexto, "}")
           end-perform.

           if enAlerta
               invoke EscribirRespuesta(contexto, 503, type String::Concat("{""estado"":""ALERTA"",""componentes"":[", json, "]}"))
           else
               invoke EscribirRespuesta(contexto, 200, type String::Concat("{""estado"":""OK"",""componentes"":[", json, "]}"))
           end-if

       end method.

       *>
       *> TextoJson
       *>
       *> Prepara un texto libre (resultados, instrucciones...) para ir
       *> entre comillas en la respuesta JSON: escapa barras y comillas
       *> y cambia los saltos de línea por espacios.
       *>
       method-id TextoJson private.
       procedure division using by value valor as string
                                   returning texto as string.

           if valor = null
               set texto to ""
               goback
           end-if

           set texto to valor::Replace("\", "\\")::Replace("""", "\""")::Replace(type Convert::ToChar(13), ' ')::Replace(type Convert::ToChar(10), ' ').

       end method.

       *>
       *> EscribirRespuesta
       *>
