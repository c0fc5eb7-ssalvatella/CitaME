       *>
       *> CopiaAnonimizada
       *>
       *> Genera, a partir de un juego de copia de Respaldo, una base de
       *> datos aparte con los datos personales sustituidos, para la
       *> formación de recepción y las pruebas de proveedores sin
       *> tocar datos reales de pacientes. Los ficheros .sql del juego
       *> se cargan en la base de la copia con la utilidad mysql (igual
       *> que Respaldo::RestaurarTabla) y sobre ella se lanza el guion
       *> de anonimización (ver GuionAnonimizacion):
       *>
       *>  - Nombres, apellidos, DNI, número de la Seguridad Social,
       *>    pólizas de mutua, correo (también el rebotado), teléfono y
       *>    dirección se sustituyen por valores ficticios calculados a
       *>    partir del id, de modo que la misma persona tiene siempre
       *>    los mismos datos en toda la copia. Los nombres de
       *>    intérpretes y enfermeras pasan a un nombre de ejemplo.
       *>    La foto de la ficha se quita (las fotos reales están en la
       *>    carpeta de fotos, fuera de la base de datos).
       *>  - Los textos libres (motivos, notas, mensajes, comentarios,
       *>    informes) y los documentos se sustituyen por textos y un
       *>    documento de ejemplo.
       *>  - Fechas, especialidades, diagnósticos, tipos y volúmenes se
       *>    conservan tal cual.
       *>  - Las contraseñas pasan a la de formación (clave
       *>    copia_contrasenia) y el historial de accesos y contraseñas
       *>    se vacía.
       *>  - La copia nunca contacta con nadie: queda con el parámetro
       *>    envios_desactivados = 1, que corta el buzón de correo, los
       *>    webhooks y el intercambio con el laboratorio (ver
       *>    Notificador, Webhook e IntercambioLaboratorio), sin servidor
       *>    SMTP y con las tareas programadas que salen al exterior
       *>    desactivadas.
       *>
       *> Si cualquier paso falla la base de la copia se elimina, para
       *> que nunca quede una copia a medio anonimizar. Cada copia
       *> (correcta o no) queda anotada en la tabla copias_anonimizadas
       *> de la base de producción.
       *>
       *> Configuración (citame.cfg o almacén de parámetros):
       *>  - copia_base_datos: base de la copia (CITAME_FORMACION);
       *>    nunca puede ser la de producción.
       *>  - copia_contrasenia: contraseña de todos los usuarios.
       *>  - copia_documento_ejemplo: documento que sustituye a todos.
       *>
       *> Tablas:
       *>  - copias_anonimizadas: id_copia, fecha_copia, juego_copia,
       *>    base_copia, finalidad_copia, tablas_copia, resultado_copia,
       *>    usuario_copia y estacion_copia.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.CopiaAnonimizada.

       working-storage section.

       01 modeloErrores type CitaMe.modelo.RegistroErrores.
       01 modeloRespaldo type CitaMe.modelo.Respaldo.

       *> Datos de conexión, los mismos de BaseDatos::CargarConfiguracion
       01 usuarioBD string value "root".
       01 contraseniaBD string value "tzuqng".
       01 nombreBD string value "CITAME".

       *> Base de datos de la copia por defecto
       01 BASE_COPIA_DEFECTO string value "CITAME_FORMACION".
       *> Contraseña de todos los usuarios de la copia por defecto
       01 CONTRASENIA_COPIA_DEFECTO string value "Formacion2026".

       01 baseCopia string value "".
       01 contraseniaCopia string value "".
       01 documentoEjemplo string value "".

       *> Tareas programadas que salen al exterior (correo, webhooks,
       *> laboratorio, historia compartida, centralita, mutuas,
       *> banco, cartas) o que escriben en las carpetas de producción
       01 TAREAS_EXTERIORES string value "'BuzonSalida','Webhooks','IntercambioLab','HistoriaCompartida','PeticionesCentralita','RespuestasConfirmacion','RebotesCorreo','ElegibilidadMutuas','RemesaSepa','ExtractoBancario','LoteCartas','InformesSuscritos','ExportacionContable','Respaldo','VerificarAuditoria'".

       *> Filas de copias_anonimizadas que se muestran al administrador
       01 MAX_COPIAS_LISTADO binary-long value 20.

       01 mfsqlmessagetext pic x(355) values "".

       *> Habilita las variables de SQL
       exec sql
           include sqlca
       end-exec.

       method-id NEW.
       procedure division.
           set modeloErrores to new CitaMe.modelo.RegistroErrores().
           set modeloRespaldo to new CitaMe.modelo.Respaldo().
           goback.
       end method.

       *>
       *> CargarConfiguracion
       *>
       *> Lee los datos de conexión de citame.cfg, como Respaldo, y los
       *> de la copia del almacén central de parámetros (con
       *> citame.cfg como respaldo).
       *>
       method-id CargarConfiguracion private.
       local-storage section.
       01 rutaConfig string.
       01 lineas type System.String occurs any.
       01 partes type System.String occurs any.
       01 clave string.
       01 valor string.
       01 parametros type CitaMe.modelo.Parametros.
       procedure division.

           set baseCopia to BASE_COPIA_DEFECTO.
           set contraseniaCopia to CONTRASENIA_COPIA_DEFECTO.
           set documentoEjemplo to type String::Concat(type AppDomain::CurrentDomain::BaseDirectory, "documento_ejemplo.pdf").

           set rutaConfig to type String::Concat(type AppDomain::CurrentDomain::BaseDirectory, "citame.cfg").

           if type System.IO.File::Exists(rutaConfig)

               set lineas to type System.IO.File::ReadAllLines(rutaConfig)

               perform varying linea as string through lineas
                   if not (linea::Trim()::Equals("") or linea::Trim()::StartsWith("#"))
                       set partes to linea::Split("=")
                       if partes::Length >= 2
                           set clave to partes[0]::Trim()::ToLower()
                           set valor to partes[1]::Trim()

                           evaluate clave
                               when "usuario"
                                   set usuarioBD to valor
                               when "contrasenia"
                                   set contraseniaBD to valor
                               when "basedatos"
                                   set nombreBD to valor
                               when "copia_base_datos"
                                   set baseCopia to valor
                               when "copia_contrasenia"
                                   set contraseniaCopia to valor
                               when "copia_documento_ejemplo"
                                   set documentoEjemplo to valor
                           end-evaluate
                       end-if
                   end-if
               end-perform
           end-if

           *> El almacén central de parámetros prevalece sobre el
           *> fichero (ver modelo Parametros)
           set parametros to new CitaMe.modelo.Parametros().
           set baseCopia to parametros::DevuelveTexto("copia_base_datos", baseCopia).
           set contraseniaCopia to parametros::DevuelveTexto("copia_contrasenia", contraseniaCopia).
           set documentoEjemplo to parametros::DevuelveTexto("copia_documento_ejemplo", documentoEjemplo).

       end method.

       *>
       *> GenerarCopia
       *>
       *> Carga el juego de copia indicado en la base de la copia,
       *> la anonimiza y deja anotada la copia. Acción lanzada a
       *> demanda desde el área de administración.
       *>
       *> Parámetros:
       *>     carpetaJuego (str): Carpeta del juego de copia de
       *>                         Respaldo, "" para el más reciente
       *>     finalidad (str): Para qué se hace la copia (formación,
       *>                      pruebas de un proveedor...)
       *>
       *> Devuelve:
       *>     str: resumen de la copia; empieza por "Error" si no se
       *>          ha podido generar
       *>
       method-id GenerarCopia.
       local-storage section.
       01 juego string.
       01 ficheros type System.String occurs any.
       01 tablasJuego List[string].
       01 tablasCargadas binary-long.
       01 tablaFichero string.
       procedure division using by value carpetaJuego as string
                                         finalidad as string
                                   returning resumen as string.

           invoke CargarConfiguracion().

           set juego to carpetaJuego::Trim().
           if juego::Equals("")
               set juego to modeloRespaldo::DevuelveUltimoJuego()
           end-if

           if juego::Equals("") or not type System.IO.Directory::Exists(juego)
               set resumen to "Error: no se encuentra el juego de copia indicado."
               invoke RegistrarCopia(juego, finalidad, 0, resumen)
               goback
           end-if

           *> La copia nunca puede ir sobre la base de producción, y el
           *> nombre va sin comillas en las sentencias: solo letras,
           *> números y subrayados
           if baseCopia::Equals("") or baseCopia::ToUpper()::Equals(nombreBD::ToUpper()) or not EsNombreValido(baseCopia)
               set resumen to type String::Concat("Error: la base de datos de la copia (", baseCopia, ") no es válida o es la de producción.")
               invoke RegistrarCopia(juego, finalidad, 0, resumen)
               goback
           end-if

           set ficheros to type System.IO.Directory::GetFiles(juego, "*.sql").
           set tablasJuego to new List[string]().
           perform varying fichero as string through ficheros
               invoke tablasJuego::Add(type System.IO.Path::GetFileNameWithoutExtension(fichero)::ToLower())
           end-perform.

           if not (tablasJuego::Contains("usuarios") and tablasJuego::Contains("pacientes") and tablasJuego::Contains("citas"))
               set resumen to "Error: el juego de copia está incompleto (faltan usuarios, pacientes o citas)."
               invoke RegistrarCopia(juego, finalidad, 0, resumen)
               goback
           end-if

           *> Base de la copia vacía
           if not EjecutarGuion("", type String::Concat(
                  "DROP DATABASE IF EXISTS ", baseCopia, "; CREATE DATABASE ", baseCopia, ";"))
               set resumen to type String::Concat("Error: no se ha podido crear la base de datos ", baseCopia, ".")
               invoke RegistrarCopia(juego, finalidad, 0, resumen)
               goback
           end-if

           *> Carga de las tablas del juego
           set tablasCargadas to 0.
           perform varying fichero as string through ficheros
               set tablaFichero to type System.IO.Path::GetFileNameWithoutExtension(fichero)
               if not EjecutarGuion(baseCopia, type System.IO.File::ReadAllText(fichero))
                   invoke DescartarCopia()
                   set resumen to type String::Concat("Error: no se ha podido cargar la tabla ", tablaFichero, "; la copia se ha descartado.")
                   invoke RegistrarCopia(juego, finalidad, tablasCargadas, resumen)
                   goback
               end-if
               add 1 to tablasCargadas
           end-perform.

           *> Anonimización y corte de los envíos
           if not EjecutarGuion(baseCopia, GuionAnonimizacion(tablasJuego))
               invoke DescartarCopia()
               set resumen to "Error: ha fallado la anonimización; la copia se ha descartado."
               invoke RegistrarCopia(juego, finalidad, tablasCargadas, resumen)
               goback
           end-if

           set resumen to type String::Concat(
               "Copia anonimizada en la base ", baseCopia, " a partir de ", juego,
               ". Tablas: ", tablasCargadas::ToString(), ".").
           invoke RegistrarCopia(juego, finalidad, tablasCargadas, resumen).

       end method.

       *>
       *> GuionAnonimizacion
       *>
       *> Construye el guion SQL que anonimiza la copia. Solo incluye
       *> las sentencias de las tablas presentes en el juego.
       *>
       *> Parámetros:
       *>     tablasJuego (List[str]): Tablas cargadas en la copia
       *>
       *> Devuelve:
       *>     str: guion SQL
       *>
       method-id GuionAnonimizacion private.
       local-storage section.
       01 guion type System.Text.StringBuilder.
       01 nombres string.
       01 apellidos string.
       procedure division using by value tablasJuego as List[string]
                                   returning textoGuion as string.

           set guion to new System.Text.StringBuilder().

           set nombres to "'Lucia','Hugo','Martina','Mateo','Sofia','Leo','Julia','Daniel','Paula','Pablo','Valeria','Alvaro','Emma','Adrian','Daniela','Manuel','Carla','Marcos','Alba','Javier'".
           set apellidos to "'Garcia','Rodriguez','Gonzalez','Fernandez','Lopez','Martinez','Sanchez','Perez','Gomez','Martin','Jimenez','Ruiz','Hernandez','Diaz','Moreno','Munoz','Alvarez','Romero','Alonso','Gutierrez'".

           *> Usuarios: nombre y apellidos ficticios a partir del id,
           *> usuario de acceso de los pacientes, contacto y contraseña
           if tablasJuego::Contains("usuarios")
               invoke guion::AppendLine("UPDATE usuarios SET")
               invoke guion::AppendLine(type String::Concat("  nombre_real_usuario = ELT(MOD(id_usuario, 20) + 1, ", nombres, "),"))
               invoke guion::AppendLine(type String::Concat("  apellidos_usuario = CONCAT(ELT(MOD(id_usuario * 7, 20) + 1, ", apellidos, "), ' ',"))
               invoke guion::AppendLine(type String::Concat("                            ELT(MOD(id_usuario * 13, 20) + 1, ", apellidos, ")),"))
               invoke guion::AppendLine("  nombre_usuario = CASE WHEN tipo_usuario = 'Paciente' THEN CONCAT('paciente', id_usuario) ELSE nombre_usuario END,")
               invoke guion::AppendLine("  correo_usuario = CASE WHEN COALESCE(correo_usuario, '') = '' THEN correo_usuario ELSE CONCAT('usuario', id_usuario, '@ejemplo.invalid') END,")
               invoke guion::AppendLine("  telefono_usuario = CASE WHEN COALESCE(telefono_usuario, '') = '' THEN telefono_usuario ELSE CONCAT('600', LPAD(id_usuario, 6, '0')) END,")
               invoke guion::AppendLine("  direccion_usuario = CASE WHEN COALESCE(direccion_usuario, '') = '' THEN direccion_usuario ELSE CONCAT('Calle Ejemplo ', MOD(id_usuario, 200) + 1) END,")
               invoke guion::AppendLine(type String::Concat("  contrasenia_usuario = UPPER(SHA2('", EscaparTexto(contraseniaCopia), "', 256)),"))
               invoke guion::AppendLine("  fecha_contrasenia_usuario = CURDATE(),")
               invoke guion::AppendLine("  debe_cambiar_contrasenia_usuario = 0,")
               invoke guion::AppendLine("  foto_usuario = NULL;")
           end-if

           *> Pacientes: DNI con su letra de control y Seguridad Social
           *> ficticios (serie 9... que no corresponde a nadie), y el
           *> correo rebotado pendiente de corregir (ver ReboteCorreo)
           if tablasJuego::Contains("pacientes")
               invoke guion::AppendLine("UPDATE pacientes SET")
               invoke guion::AppendLine("  dni_paciente = CASE WHEN COALESCE(dni_paciente, '') = '' THEN dni_paciente")
               invoke guion::AppendLine("    ELSE CONCAT(90000000 + id_usuario_paciente, SUBSTRING('TRWAGMYFPDXBNJZSQVHLCKE', MOD(90000000 + id_usuario_paciente, 23) + 1, 1)) END,")
               invoke guion::AppendLine("  seguridad_social_paciente = CASE WHEN COALESCE(seguridad_social_paciente, '') = '' THEN seguridad_social_paciente")
               invoke guion::AppendLine("    ELSE CONCAT('99', LPAD(id_usuario_paciente, 10, '0')) END,")
               invoke guion::AppendLine("  correo_invalido_paciente = CASE WHEN COALESCE(correo_invalido_paciente, '') = '' THEN correo_invalido_paciente")
               invoke guion::AppendLine("    ELSE CONCAT('usuario', id_usuario_paciente, '@ejemplo.invalid') END;")
           end-if

           *> Pólizas de mutua ficticias a partir del paciente o la cita
           invoke AnadirSentencia(guion, tablasJuego, "paciente_mutua", "UPDATE paciente_mutua SET poliza_paciente_mutua = CONCAT('POL', LPAD(paciente_mutua, 9, '0')) WHERE COALESCE(poliza_paciente_mutua, '') <> '';").
           invoke AnadirSentencia(guion, tablasJuego, "elegibilidad_mutua", "UPDATE elegibilidad_mutua SET poliza_elegibilidad = CONCAT('POLC', LPAD(cita_elegibilidad, 9, '0')) WHERE COALESCE(poliza_elegibilidad, '') <> '';").

           *> Nombres de médico copiados en los informes mensuales
           if tablasJuego::Contains("margenes_citas")
               invoke guion::AppendLine("UPDATE margenes_citas AS m JOIN usuarios AS u ON (u.id_usuario = m.medico_margen)")
               invoke guion::AppendLine("  SET m.nombre_medico_margen = CONCAT(u.nombre_real_usuario, ' ', u.apellidos_usuario);")
           end-if
           if tablasJuego::Contains("control_cronicos_mensual")
               invoke guion::AppendLine("UPDATE control_cronicos_mensual AS c JOIN usuarios AS u ON (u.id_usuario = c.medico_control)")
               invoke guion::AppendLine("  SET c.nombre_medico_control = CONCAT(u.nombre_real_usuario, ' ', u.apellidos_usuario);")
           end-if

           *> Citas: motivo y domicilio; fechas, médico, tipo, estado y
           *> diagnóstico se conservan
           if tablasJuego::Contains("citas")
               invoke guion::AppendLine("UPDATE citas SET")
               invoke guion::AppendLine("  motivo_cita = CASE WHEN COALESCE(motivo_cita, '') = '' THEN motivo_cita ELSE 'Consulta de ejemplo' END,")
               invoke guion::AppendLine("  motivo_cancelacion_cita = CASE WHEN COALESCE(motivo_cancelacion_cita, '') = '' THEN motivo_cancelacion_cita ELSE 'Motivo de ejemplo' END,")
               invoke guion::AppendLine("  motivo_aislamiento_cita = CASE WHEN COALESCE(motivo_aislamiento_cita, '') = '' THEN motivo_aislamiento_cita ELSE 'Motivo de ejemplo' END,")
               invoke guion::AppendLine("  direccion_cita = CASE WHEN COALESCE(direccion_cita, '') = '' THEN direccion_cita ELSE CONCAT('Calle Ejemplo ', MOD(paciente_cita, 200) + 1) END;")
           end-if
           if tablasJuego::Contains("citas_historico")
               invoke guion::AppendLine("UPDATE citas_historico SET")
               invoke guion::AppendLine("  motivo_cita = CASE WHEN COALESCE(motivo_cita, '') = '' THEN motivo_cita ELSE 'Consulta de ejemplo' END,")
               invoke guion::AppendLine("  motivo_cancelacion_cita = CASE WHEN COALESCE(motivo_cancelacion_cita, '') = '' THEN motivo_cancelacion_cita ELSE 'Motivo de ejemplo' END;")
           end-if

           *> Textos libres clínicos y de comunicación
           invoke AnadirSentencia(guion, tablasJuego, "citas_auditoria", "UPDATE citas_auditoria SET detalle_auditoria = 'Detalle de ejemplo' WHERE COALESCE(detalle_auditoria, '') <> '';").
           invoke AnadirSentencia(guion, tablasJuego, "notas_clinicas", "UPDATE notas_clinicas SET texto_nota = 'Nota clínica de ejemplo.';").
           invoke AnadirSentencia(guion, tablasJuego, "adendas_clinicas", "UPDATE adendas_clinicas SET texto_adenda = 'Adenda de ejemplo.';").
           invoke AnadirSentencia(guion, tablasJuego, "mensajes_cita", "UPDATE mensajes_cita SET texto_mensaje = 'Mensaje de ejemplo.';").
           invoke AnadirSentencia(guion, tablasJuego, "alergias_paciente", "UPDATE alergias_paciente SET observaciones_alergia = 'Observaciones de ejemplo' WHERE COALESCE(observaciones_alergia, '') <> '';").
           invoke AnadirSentencia(guion, tablasJuego, "pruebas", "UPDATE pruebas SET resultado_prueba = 'Informe de resultado de ejemplo.' WHERE COALESCE(resultado_prueba, '') <> '';").
           invoke AnadirSentencia(guion, tablasJuego, "encuestas", "UPDATE encuestas SET comentarios_encuesta = 'Comentario de ejemplo.' WHERE COALESCE(comentarios_encuesta, '') <> '';").
           invoke AnadirSentencia(guion, tablasJuego, "quejas", "UPDATE quejas SET comentarios_queja = 'Comentario de ejemplo.', resolucion_queja = CASE WHEN COALESCE(resolucion_queja, '') = '' THEN resolucion_queja ELSE 'Resolución de ejemplo.' END;").
           invoke AnadirSentencia(guion, tablasJuego, "listas_espera", "UPDATE listas_espera SET motivo_espera = 'Motivo de ejemplo' WHERE COALESCE(motivo_espera, '') <> '';").
           invoke AnadirSentencia(guion, tablasJuego, "derivaciones_externas", "UPDATE derivaciones_externas SET motivo_derivacion = 'Motivo de ejemplo' WHERE COALESCE(motivo_derivacion, '') <> '';").
           invoke AnadirSentencia(guion, tablasJuego, "recetas", "UPDATE recetas SET justificacion_alergia_receta = CASE WHEN COALESCE(justificacion_alergia_receta, '') = '' THEN justificacion_alergia_receta ELSE 'Justificación de ejemplo' END, justificacion_interaccion_receta = CASE WHEN COALESCE(justificacion_interaccion_receta, '') = '' THEN justificacion_interaccion_receta ELSE 'Justificación de ejemplo' END;").
           invoke AnadirSentencia(guion, tablasJuego, "partes_it", "UPDATE partes_it SET motivo_alta_parte = 'Motivo de ejemplo' WHERE COALESCE(motivo_alta_parte, '') <> '';").
           invoke AnadirSentencia(guion, tablasJuego, "supervisiones_mir", "UPDATE supervisiones_mir SET comentario_supervision = 'Comentario de ejemplo.', detalle_supervision = 'Detalle de ejemplo.';").
           invoke AnadirSentencia(guion, tablasJuego, "incidentes_seguridad", "UPDATE incidentes_seguridad SET descripcion_incidente = 'Descripción de ejemplo.';").
           invoke AnadirSentencia(guion, tablasJuego, "libro_estupefacientes", "UPDATE libro_estupefacientes SET observaciones_asiento = 'Observaciones de ejemplo' WHERE COALESCE(observaciones_asiento, '') <> '';").
           invoke AnadirSentencia(guion, tablasJuego, "transportes_cita", "UPDATE transportes_cita AS t JOIN citas AS c ON (c.id_cita = t.cita_transporte) SET t.direccion_transporte = CONCAT('Calle Ejemplo ', MOD(c.paciente_cita, 200) + 1);").
           invoke AnadirSentencia(guion, tablasJuego, "accesos_excepcionales", "UPDATE accesos_excepcionales SET motivo_acceso_excepcional = 'Motivo de ejemplo', comentario_revision_acceso_excepcional = CASE WHEN COALESCE(comentario_revision_acceso_excepcional, '') = '' THEN comentario_revision_acceso_excepcional ELSE 'Comentario de ejemplo' END;").
           invoke AnadirSentencia(guion, tablasJuego, "usuarios_auditoria", "UPDATE usuarios_auditoria SET valor_anterior_auditoria = '***', valor_nuevo_auditoria = '***';").
           invoke AnadirSentencia(guion, tablasJuego, "conflictos_edicion", "UPDATE conflictos_edicion SET cambios_conflicto = 'Cambios de ejemplo.';").
           invoke AnadirSentencia(guion, tablasJuego, "simulaciones_registros", "UPDATE simulaciones_registros SET detalle_registro = '';").
           invoke AnadirSentencia(guion, tablasJuego, "consistencia_hallazgos", "UPDATE consistencia_hallazgos SET detalle_hallazgo = 'Detalle de ejemplo.';").

           *> Documentos: todos apuntan al documento de ejemplo
           invoke AnadirSentencia(guion, tablasJuego, "documentos_cita", type String::Concat(
               "UPDATE documentos_cita SET descripcion_documento = CONCAT(tipo_documento, ' de ejemplo'), ruta_documento = '",
               EscaparTexto(documentoEjemplo), "';")).

           *> Correos: buzón de salida, respuestas, rebotes y envíos
           invoke AnadirSentencia(guion, tablasJuego, "notificaciones", "UPDATE notificaciones SET destinatario_notificacion = CONCAT('paciente', COALESCE(paciente_notificacion, 0), '@ejemplo.invalid'), cuerpo_notificacion = 'Texto de la notificación de ejemplo.';").
           invoke AnadirSentencia(guion, tablasJuego, "respuestas_correo", "UPDATE respuestas_correo SET remitente_respuesta = 'remitente@ejemplo.invalid', asunto_respuesta = 'Respuesta de ejemplo', texto_respuesta = 'Texto de la respuesta de ejemplo.';").
           invoke AnadirSentencia(guion, tablasJuego, "rebotes_correo", "UPDATE rebotes_correo SET destinatario_rebote = 'rebote@ejemplo.invalid';").
           invoke AnadirSentencia(guion, tablasJuego, "suscripciones_envios", "UPDATE suscripciones_envios SET destinatario_envio = 'informes@ejemplo.invalid';").
           invoke AnadirSentencia(guion, tablasJuego, "interpretes", "UPDATE interpretes SET nombre_interprete = 'Intérprete de ejemplo', correo_interprete = 'interprete@ejemplo.invalid';").
           invoke AnadirSentencia(guion, tablasJuego, "enfermeras", "UPDATE enfermeras SET nombre_enfermera = 'Enfermera de ejemplo';").
           invoke AnadirSentencia(guion, tablasJuego, "proveedores", "UPDATE proveedores SET correo_proveedor = 'proveedor@ejemplo.invalid', telefono_proveedor = '600000000';").
           invoke AnadirSentencia(guion, tablasJuego, "mandatos_sepa", "UPDATE mandatos_sepa SET iban_mandato = 'ES0000000000000000000000';").
           invoke AnadirSentencia(guion, tablasJuego, "webhooks", "UPDATE webhooks SET url_webhook = 'http://ejemplo.invalid/';").

           *> Historiales que no hacen falta en la copia
           invoke AnadirSentencia(guion, tablasJuego, "accesos_usuarios", "DELETE FROM accesos_usuarios;").
           invoke AnadirSentencia(guion, tablasJuego, "contrasenias_historicas", "DELETE FROM contrasenias_historicas;").
           invoke AnadirSentencia(guion, tablasJuego, "errores_sql", "DELETE FROM errores_sql;").
           invoke AnadirSentencia(guion, tablasJuego, "api_sesiones_paciente", "DELETE FROM api_sesiones_paciente;").

           *> Tareas que salen al exterior, desactivadas
           invoke AnadirSentencia(guion, tablasJuego, "tareas_programadas", type String::Concat(
               "UPDATE tareas_programadas SET activa_tarea = 0 WHERE nombre_tarea IN (", TAREAS_EXTERIORES, ");")).

           *> Corte de los envíos en la copia: sin servidor SMTP y con
           *> envios_desactivados, que comprueban el buzón, los webhooks
           *> y el intercambio con el laboratorio
           invoke guion::AppendLine("CREATE TABLE IF NOT EXISTS parametros (").
           invoke guion::AppendLine("  clave_parametro VARCHAR(60) NOT NULL PRIMARY KEY, valor_parametro VARCHAR(255),").
           invoke guion::AppendLine("  tipo_parametro VARCHAR(10), fecha_mod_parametro DATETIME);").
           invoke guion::AppendLine("DELETE FROM parametros WHERE clave_parametro IN ('envios_desactivados', 'smtp_host', 'respaldo_ruta');").
           invoke guion::AppendLine("INSERT INTO parametros (clave_parametro, valor_parametro, tipo_parametro, fecha_mod_parametro) VALUES").
           invoke guion::AppendLine("  ('envios_desactivados', '1', 'Entero', NOW()),").
           invoke guion::AppendLine("  ('smtp_host', '', 'Texto', NOW()),").
           invoke guion::AppendLine(type String::Concat("  ('respaldo_ruta', '",
               EscaparTexto(type String::Concat(type AppDomain::CurrentDomain::BaseDirectory, "respaldos_", baseCopia)), "', 'Texto', NOW());")).

           set textoGuion to guion::ToString().

       end method.

       *>
       *> AnadirSentencia
       *>
       *> Añade una sentencia al guion si su tabla está en el juego.
       *>
       method-id AnadirSentencia private.
       procedure division using by value guion as type System.Text.StringBuilder
                                         tablasJuego as List[string]
                                         tabla as string
                                         sentencia as string.

           if tablasJuego::Contains(tabla)
               invoke guion::AppendLine(sentencia)
           end-if.

       end method.

       *>
       *> EjecutarGuion
       *>
       *> Pasa un guion SQL a la utilidad mysql, igual que
       *> Respaldo::RestaurarTabla.
       *>
       *> Parámetros:
       *>     baseDatos (str): Base sobre la que se ejecuta, "" ninguna
       *>     guion (str): Sentencias SQL
       *>
       *> Devuelve:
       *>     Boolean: True si terminó sin error
       *>
       method-id EjecutarGuion private.
       local-storage section.
       01 proceso type System.Diagnostics.Process.
       01 infoProceso type System.Diagnostics.ProcessStartInfo.
       procedure division using by value baseDatos as string
                                         guion as string
                                   returning exito as type Boolean.

           set exito to False.

           try
               set infoProceso to new System.Diagnostics.ProcessStartInfo()
               set infoProceso::FileName to "mysql"
               set infoProceso::Arguments to type String::Concat(
                   "-u", usuarioBD, " -p", contraseniaBD, " ", baseDatos)
               set infoProceso::UseShellExecute to False
               set infoProceso::RedirectStandardInput to True
               set infoProceso::CreateNoWindow to True
               set proceso to type System.Diagnostics.Process::Start(infoProceso)
               invoke proceso::StandardInput::Write(guion)
               invoke proceso::StandardInput::Close()
               invoke proceso::WaitForExit()

               if proceso::ExitCode = 0
                   set exito to True
               end-if
           catch ex as type System.Exception
               invoke modeloErrores::RegistrarError("CopiaAnonimizada::EjecutarGuion", 0, ex::Message)
               set exito to False
           end-try.

       end method.

       *>
       *> DescartarCopia
       *>
       *> Elimina la base de la copia tras un fallo, para no dejar
       *> datos sin anonimizar.
       *>
       method-id DescartarCopia private.
       procedure division.

           if not EjecutarGuion("", type String::Concat("DROP DATABASE IF EXISTS ", baseCopia, ";"))
               invoke modeloErrores::RegistrarError("CopiaAnonimizada::DescartarCopia", 0,
                   type String::Concat("No se ha podido eliminar la base ", baseCopia, " tras un fallo: elimínela a mano."))
           end-if.

       end method.

       *>
       *> EsNombreValido
       *>
       *> Comprueba que el nombre de la base solo tiene letras, números
       *> y subrayados.
       *>
       method-id EsNombreValido private.
       local-storage section.
       01 i binary-long.
       01 caracter string.
       procedure division using by value nombre as string
                                   returning valido as type Boolean.

           set valido to False.
           perform varying i from 0 by 1 until i = nombre::Length
               set caracter to nombre::Substring(i, 1)
               if not (type Char::IsLetterOrDigit(caracter::Chars(0)) or caracter::Equals("_"))
                   goback
               end-if
           end-perform.
           set valido to True.

       end method.

       *>
       *> EscaparTexto
       *>
       *> Prepara un texto para ir entre comillas simples en el guion.
       *>
       method-id EscaparTexto private.
       procedure division using by value texto as string
                                   returning textoEscapado as string.

           set textoEscapado to texto::Replace("\", "\\")::Replace("'", "''").

       end method.

       *>
       *> RegistrarCopia
       *>
       *> Anota en copias_anonimizadas la copia hecha (o intentada).
       *>
       method-id RegistrarCopia private.
       local-storage section.
       01 fechaSQL pic x(19).
       01 juegoSQL pic x(255).
       01 baseSQL pic x(64).
       01 finalidadSQL pic x(255).
       01 tablasSQL pic S9(9) COMP-4.
       01 resultadoSQL pic x(255).
       01 usuarioSQL pic S9(9) COMP-4.
       01 estacionSQL pic x(40).
       procedure division using by value juego as string
                                         finalidad as string
                                         tablas as binary-long
                                         resultado as string.

           set fechaSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").
           set juegoSQL to juego.
           set baseSQL to baseCopia.
           set finalidadSQL to finalidad.
           set tablasSQL to tablas.
           set resultadoSQL to resultado.
           set usuarioSQL to type CitaMe.vista.Login::idUsuario.
           set estacionSQL to type Environment::MachineName.

           exec sql
               insert into copias_anonimizadas
                   (fecha_copia, juego_copia, base_copia, finalidad_copia,
                    tablas_copia, resultado_copia, usuario_copia, estacion_copia)
               values
                   (:fechaSQL, :juegoSQL, :baseSQL, :finalidadSQL,
                    :tablasSQL, :resultadoSQL, :usuarioSQL, :estacionSQL)
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("CopiaAnonimizada::RegistrarCopia", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               goback
           end-if

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> DevuelveCopias
       *>
       *> Devuelve las últimas copias anonimizadas hechas, para el
       *> administrador y el delegado de protección de datos.
       *>
       *> Devuelve:
       *>     List[str]: una línea por copia, de la más reciente
       *>
       method-id DevuelveCopias.
       local-storage section.
       01 fechaSQL pic x(19).
       01 baseSQL pic x(64).
       01 finalidadSQL pic x(255).
       01 resultadoSQL pic x(255).
       01 nombreSQL pic x(50).
       01 limiteSQL pic S9(9) COMP-4.
       procedure division returning lineas as List[string].

           set lineas to new List[string]().
           set limiteSQL to MAX_COPIAS_LISTADO.

           exec sql
               declare copiasAnonimizadasTbl cursor for
                   select c.fecha_copia, c.base_copia, coalesce(c.finalidad_copia, ''),
                          c.resultado_copia, coalesce(u.nombre_usuario, '')
                   from copias_anonimizadas as c
                   left join usuarios as u on (u.id_usuario = c.usuario_copia)
                   order by c.fecha_copia desc
                   limit :limiteSQL
           end-exec.

           exec sql
               open copiasAnonimizadasTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch copiasAnonimizadasTbl into
                   :fechaSQL, :baseSQL, :finalidadSQL, :resultadoSQL, :nombreSQL
               end-exec

               if SQLCODE = 0
                   invoke lineas::Add(type String::Concat(
                       (fechaSQL as string)::Trim(), " - ", (baseSQL as string)::Trim(),
                       " (", (finalidadSQL as string)::Trim(), ", ", (nombreSQL as string)::Trim(), "): ",
                       (resultadoSQL as string)::Trim()))
               end-if
           end-perform.

           exec sql
               close copiasAnonimizadasTbl
           end-exec.

       end method.

       end class.
