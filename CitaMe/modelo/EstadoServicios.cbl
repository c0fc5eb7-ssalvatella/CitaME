       *>
       *> EstadoServicios
       *>
       *> Estado de salud de los servicios que corren desatendidos: el
       *> bucle del planificador de tareas, el escuchador del API de
       *> reservas, el buzón de salida y el envío de webhooks. Cada uno
       *> deja un latido en latidos_servicios (componente, estación y
       *> momento) mientras sigue vivo; el estado reúne además la
       *> antigüedad de la notificación y del webhook pendientes más
       *> antiguos, el último respaldo correcto y el último error de
       *> conexión con la base de datos, cada uno con su umbral.
       *>
       *> El estado se consulta desde AdminTareas y, sin clave, en la
       *> ruta GET /estado del API para la herramienta de
       *> monitorización (ver ApiReservas). La vigilancia, en su propio
       *> hilo para no depender del planificador que vigila, avisa por
       *> correo a los administradores cuando un componente pasa su
       *> umbral y una vez más cuando se recupera; el estado de cada
       *> aviso se guarda en vigilancia_servicios para que dos
       *> estaciones no avisen dos veces de lo mismo.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.EstadoServicios.

       working-storage section.

       01 componente_estado property string.
       01 descripcion_estado property string.
       01 minutos_estado property binary-long.
       01 umbral_estado property binary-long.
       01 alerta_estado property binary-short.

       01 modeloErrores type CitaMe.modelo.RegistroErrores.
       01 modeloNotificador type CitaMe.modelo.Notificador.
       01 detener type Boolean value False.

       *> Sin conexión no se puede anotar el aviso en
       *> vigilancia_servicios: se recuerda en memoria de la estación
       *> para no repetirlo en cada pasada
       01 avisoSinConexion type Boolean value False.

       *> Umbrales en minutos: antigüedad máxima del último latido de
       *> un servicio, de la notificación o webhook pendiente más
       *> antiguo y del último respaldo correcto, y ventana en la que
       *> un error de conexión con la base de datos se considera
       *> vigente. Configurables con los parámetros
       *> umbral_latido_minutos, umbral_pendientes_minutos,
       *> umbral_respaldo_minutos y umbral_error_conexion_minutos
       01 umbralLatido binary-long value 15.
       01 umbralPendientes binary-long value 60.
       01 umbralRespaldo binary-long value 1560.
       01 umbralErrorConexion binary-long value 30.

       *> Segundos entre dos pasadas de la vigilancia
       01 SEGUNDOS_ENTRE_VIGILANCIAS binary-long value 300.

       01 mfsqlmessagetext pic x(355) values "".

       *> Habilita las variables de SQL
       exec sql
           include sqlca
       end-exec.

       method-id NEW.
       procedure division.
           set modeloErrores to new CitaMe.modelo.RegistroErrores().
           set modeloNotificador to new CitaMe.modelo.Notificador().
           goback.
       end method.

       *>
       *> CargarUmbrales
       *>
       *> Lee los umbrales del almacén central de parámetros (ver
       *> modelo Parametros); sin base de datos rigen los de siempre.
       *>
       method-id CargarUmbrales private.
       local-storage section.
       01 parametros type CitaMe.modelo.Parametros.
       procedure division.

           set parametros to new CitaMe.modelo.Parametros().
           set umbralLatido to parametros::DevuelveEntero("umbral_latido_minutos", umbralLatido).
           set umbralPendientes to parametros::DevuelveEntero("umbral_pendientes_minutos", umbralPendientes).
           set umbralRespaldo to parametros::DevuelveEntero("umbral_respaldo_minutos", umbralRespaldo).
           set umbralErrorConexion to parametros::DevuelveEntero("umbral_error_conexion_minutos", umbralErrorConexion).

       end method.

       *>
       *> RegistrarLatido
       *>
       *> Anota que un servicio sigue vivo en esta estación. Un fallo
       *> anotando el latido no debe tumbar al servicio que lo da.
       *>
       *> Parámetros:
       *>     componente (str): Servicio que da el latido
       *>
       method-id RegistrarLatido.
       local-storage section.
       01 componenteSQL pic x(40).
       01 estacionSQL pic x(40).
       01 fechaSQL pic x(19).
       procedure division using by value componente as string.

           set componenteSQL to componente.
           set estacionSQL to type Environment::MachineName.
           set fechaSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           try
               exec sql
                   update latidos_servicios
                   set fecha_latido = :fechaSQL
                   where componente_latido = :componenteSQL
                     and estacion_latido = :estacionSQL
               end-exec

               if SQLCODE >= 0 and SQLERRD(3) = 0
                   exec sql
                       insert into latidos_servicios
                           (componente_latido, estacion_latido, fecha_latido)
                       values
                           (:componenteSQL, :estacionSQL, :fechaSQL)
                   end-exec
               end-if

               exec sql
                   commit
               end-exec
           catch ex as type System.Exception
               continue
           end-try.

       end method.

       *>
       *> MinutosDesde
       *>
       *> Minutos transcurridos desde un momento "yyyy-MM-dd HH:mm:ss",
       *> o -1 si no hay momento.
       *>
       method-id MinutosDesde private.
       local-storage section.
       01 momento type DateTime.
       procedure division using by value fecha as string
                                   returning minutos as binary-long.

           set minutos to -1.
           if fecha::Trim()::Equals("")
               goback
           end-if

           set momento to type DateTime::ParseExact(fecha::Trim(), "yyyy-MM-dd HH:mm:ss", type System.Globalization.CultureInfo::InvariantCulture).
           set minutos to function integer((type DateTime::Now - momento)::TotalMinutes).

       end method.

       *>
       *> AnadirComponente
       *>
       *> Añade a la lista del estado la línea de un componente.
       *>
       method-id AnadirComponente private.
       local-storage section.
       01 estadoActual type EstadoServicios.
       procedure division using by value estado as List[type EstadoServicios]
                                         componente as string
                                         descripcion as string
                                         minutos as binary-long
                                         umbral as binary-long
                                         alerta as binary-short.

           set estadoActual to new EstadoServicios().
           set estadoActual::componente_estado to componente.
           set estadoActual::descripcion_estado to descripcion.
           set estadoActual::minutos_estado to minutos.
           set estadoActual::umbral_estado to umbral.
           set estadoActual::alerta_estado to alerta.
           invoke estado::Add(estadoActual).

       end method.

       *>
       *> ComprobarLatido
       *>
       *> Añade al estado el último latido de un servicio, de
       *> cualquier estación. Un servicio que nunca ha dado latido no
       *> está en uso (el API sin puerto configurado) y no alerta; un
       *> servicio que lanza una tarea desactivada tampoco.
       *>
       *> Parámetros:
       *>     estado (List): Lista del estado en construcción
       *>     componente (str): Servicio a comprobar
       *>
       method-id ComprobarLatido private.
       local-storage section.
       01 componenteSQL pic x(40).
       01 ultimoLatido pic x(19).
       01 estacion pic x(40).
       01 activa pic 9.
       01 minutos binary-long.
       procedure division using by value estado as List[type EstadoServicios]
                                         componente as string.

           set componenteSQL to componente.

           exec sql
               select l.fecha_latido, l.estacion_latido
               into :ultimoLatido, :estacion
               from latidos_servicios as l
               where l.componente_latido = :componenteSQL
               order by l.fecha_latido desc
               limit 1
           end-exec.

           if not SQLCODE = 0
               invoke AnadirComponente(estado, componente, "Sin latidos registrados (servicio no iniciado)", -1, umbralLatido, 0)
               goback
           end-if

           set activa to 1.
           exec sql
               select t.activa_tarea into :activa
               from tareas_programadas as t
               where t.nombre_tarea = :componenteSQL
           end-exec.

           set minutos to MinutosDesde(ultimoLatido).

           if activa = 0
               invoke AnadirComponente(estado, componente, type String::Concat("Tarea desactivada. Último latido ", ultimoLatido), minutos, umbralLatido, 0)
               goback
           end-if

           if minutos > umbralLatido
               invoke AnadirComponente(estado, componente, type String::Concat("Sin latido desde ", ultimoLatido, " (", (estacion as string)::Trim(), ")"), minutos, umbralLatido, 1)
           else
               invoke AnadirComponente(estado, componente, type String::Concat("Último latido ", ultimoLatido, " (", (estacion as string)::Trim(), ")"), minutos, umbralLatido, 0)
           end-if

       end method.

       *>
       *> DevuelveEstado
       *>
       *> Reúne el estado de salud de los servicios desatendidos: el
       *> último latido del planificador, del API, del buzón de salida
       *> y de los webhooks, la antigüedad de la notificación y del
       *> webhook pendientes más antiguos, el último respaldo correcto
       *> y el último error de conexión con la base de datos. Sin
       *> conexión con la base de datos solo se devuelve esa línea, en
       *> alerta, y el fallo queda en el registro de errores.
       *>
       *> Devuelve:
       *>     List[EstadoServicios]: una línea por componente
       *>
       method-id DevuelveEstado.
       local-storage section.
       01 comprobacion pic S9(9) COMP-4.
       01 ahoraSQL pic x(19).
       01 masAntigua pic x(19).
       01 ultimoRespaldo pic x(19).
       01 ultimoError pic x(19).
       01 ultimoErrorFichero string value "".
       01 rutaLog string.
       01 lineasLog type System.String occurs any.
       01 minutos binary-long.
       procedure division returning estado as List[type EstadoServicios].

           set estado to new List[type EstadoServicios]().

           exec sql
               select count(*) into :comprobacion from latidos_servicios
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("EstadoServicios::ComprobarConexion", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               invoke AnadirComponente(estado, "BaseDatos", "Sin conexión con la base de datos", 0, umbralErrorConexion, 1)
               goback
           end-if

           invoke CargarUmbrales().
           set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           invoke ComprobarLatido(estado, "Planificador").
           invoke ComprobarLatido(estado, "ApiReservas").
           invoke ComprobarLatido(estado, "BuzonSalida").
           invoke ComprobarLatido(estado, "Webhooks").

           *> Notificación de correo pendiente más antigua de las que ya
           *> deberían haber salido (las aplazadas por horas de
           *> silencio o por el tope diario aún no cuentan)
           set masAntigua to "".
           exec sql
               select coalesce(min(n.fecha_creacion_notificacion), '') into :masAntigua
               from notificaciones as n
               where n.estado_notificacion = 'Pendiente'
                 and n.proximo_intento_notificacion <= :ahoraSQL
                 and coalesce(n.canal_notificacion, 'Correo') = 'Correo'
           end-exec.
           set minutos to MinutosDesde((masAntigua as string)::Trim()).
           if minutos < 0
               invoke AnadirComponente(estado, "NotificacionPendiente", "Sin notificaciones pendientes", 0, umbralPendientes, 0)
           else
               if minutos > umbralPendientes
                   invoke AnadirComponente(estado, "NotificacionPendiente", type String::Concat("Pendiente desde ", (masAntigua as string)::Trim()), minutos, umbralPendientes, 1)
               else
                   invoke AnadirComponente(estado, "NotificacionPendiente", type String::Concat("Pendiente desde ", (masAntigua as string)::Trim()), minutos, umbralPendientes, 0)
               end-if
           end-if

           set masAntigua to "".
           exec sql
               select coalesce(min(we.fecha_creacion_envio), '') into :masAntigua
               from webhooks_envios as we
               where we.estado_envio = 'Pendiente'
                 and we.proximo_intento_envio <= :ahoraSQL
           end-exec.
           set minutos to MinutosDesde((masAntigua as string)::Trim()).
           if minutos < 0
               invoke AnadirComponente(estado, "WebhookPendiente", "Sin webhooks pendientes", 0, umbralPendientes, 0)
           else
               if minutos > umbralPendientes
                   invoke AnadirComponente(estado, "WebhookPendiente", type String::Concat("Pendiente desde ", (masAntigua as string)::Trim()), minutos, umbralPendientes, 1)
               else
                   invoke AnadirComponente(estado, "WebhookPendiente", type String::Concat("Pendiente desde ", (masAntigua as string)::Trim()), minutos, umbralPendientes, 0)
               end-if
           end-if

           *> Último respaldo sin ninguna tabla con aviso (ver
           *> Respaldo::EjecutarRespaldo, que deja el resumen como
           *> resultado de la ejecución)
           set ultimoRespaldo to "".
           exec sql
               select coalesce(max(e.fin_ejecucion), '') into :ultimoRespaldo
               from tareas_ejecuciones as e
               where e.tarea_ejecucion = 'Respaldo'
                 and e.resultado_ejecucion like '%Con aviso: 0'
           end-exec.
           set minutos to MinutosDesde((ultimoRespaldo as string)::Trim()).
           evaluate true
               when minutos < 0
                   invoke AnadirComponente(estado, "Respaldo", "No consta ningún respaldo correcto", -1, umbralRespaldo, 1)
               when minutos > umbralRespaldo
                   invoke AnadirComponente(estado, "Respaldo", type String::Concat("Último respaldo correcto ", (ultimoRespaldo as string)::Trim()), minutos, umbralRespaldo, 1)
               when other
                   invoke AnadirComponente(estado, "Respaldo", type String::Concat("Último respaldo correcto ", (ultimoRespaldo as string)::Trim()), minutos, umbralRespaldo, 0)
           end-evaluate

           *> Último error de conexión: en errores_sql o, cuando la base
           *> de datos estaba caída, en el fichero de respaldo del
           *> registro de errores de esta estación
           set ultimoError to "".
           exec sql
               select coalesce(max(es.fecha_error), '') into :ultimoError
               from errores_sql as es
               where es.origen_error in ('BaseDatos::Conectar', 'EstadoServicios::ComprobarConexion')
           end-exec.

           try
               set rutaLog to type String::Concat(type AppDomain::CurrentDomain::BaseDirectory, "errores_sql.log")
               if type System.IO.File::Exists(rutaLog)
                   set lineasLog to type System.IO.File::ReadAllLines(rutaLog)
                   perform varying lineaLog as string through lineasLog
                       if lineaLog::Length >= 19 and (lineaLog::Contains(" BaseDatos::Conectar ") or lineaLog::Contains(" EstadoServicios::ComprobarConexion "))
                           set ultimoErrorFichero to lineaLog::Substring(0, 19)
                       end-if
                   end-perform
               end-if
           catch ex as type System.Exception
               continue
           end-try.

           if type String::CompareOrdinal(ultimoErrorFichero, (ultimoError as string)::Trim()) > 0
               set ultimoError to ultimoErrorFichero
           end-if

           set minutos to MinutosDesde((ultimoError as string)::Trim()).
           evaluate true
               when minutos < 0
                   invoke AnadirComponente(estado, "BaseDatos", "Sin errores de conexión registrados", -1, umbralErrorConexion, 0)
               when minutos <= umbralErrorConexion
                   invoke AnadirComponente(estado, "BaseDatos", type String::Concat("Error de conexión ", (ultimoError as string)::Trim()), minutos, umbralErrorConexion, 1)
               when other
                   invoke AnadirComponente(estado, "BaseDatos", type String::Concat("Último error de conexión ", (ultimoError as string)::Trim()), minutos, umbralErrorConexion, 0)
           end-evaluate

       end method.

       *>
       *> DevuelveResumen
       *>
       *> Texto del estado, una línea por componente con su marca de
       *> alerta, para la pantalla de administración y los avisos.
       *>
       *> Parámetros:
       *>     estado (List): Estado obtenido con DevuelveEstado
       *>
       *> Devuelve:
       *>     str: resumen del estado
       *>
       method-id DevuelveResumen.
       local-storage section.
       01 marca string.
       procedure division using by value estado as List[type EstadoServicios]
                                   returning resumen as string.

           set resumen to "".
           perform varying estadoActual as type EstadoServicios through estado
               if estadoActual::alerta_estado = 1
                   set marca to "[ALERTA] "
               else
                   set marca to "[OK] "
               end-if
               set resumen to type String::Concat(resumen, marca, estadoActual::componente_estado, ": ",
                   estadoActual::descripcion_estado, type Environment::NewLine)
           end-perform.

       end method.

       *>
       *> VigilarServicios
       *>
       *> Pasada de la vigilancia: avisa a los administradores de cada
       *> componente que acaba de pasar su umbral y de cada uno que
       *> acaba de recuperarse. El cambio se reclama con un update
       *> atómico sobre vigilancia_servicios, igual que
       *> PlanificadorTareas::ReclamarTarea, para que solo avise una
       *> estación.
       *>
       *> Devuelve:
       *>     int: Número de avisos enviados en esta pasada
       *>
       method-id VigilarServicios.
       local-storage section.
       01 estado List[type EstadoServicios].
       01 componenteSQL pic x(40).
       01 fechaSQL pic x(19).
       01 yaExiste pic x(40).
       01 resumen string.
       procedure division returning avisos as binary-long.

           set avisos to 0.
           set estado to DevuelveEstado().
           set resumen to DevuelveResumen(estado).

           *> Sin base de datos no hay dónde reclamar el aviso
           if estado::Count = 1 and estado[0]::alerta_estado = 1 and estado[0]::descripcion_estado::StartsWith("Sin conexión")
               if not avisoSinConexion
                   if modeloNotificador::EnviarAvisoVigilancia("ALERTA CitaMe: sin conexión con la base de datos", resumen)
                       set avisoSinConexion to True
                       add 1 to avisos
                   end-if
               end-if
               goback
           end-if

           if avisoSinConexion
               if modeloNotificador::EnviarAvisoVigilancia("Recuperado CitaMe: conexión con la base de datos", resumen)
                   set avisoSinConexion to False
                   add 1 to avisos
               end-if
           end-if

           set fechaSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           perform varying estadoActual as type EstadoServicios through estado
               set componenteSQL to estadoActual::componente_estado

               exec sql
                   select v.componente_vigilancia into :yaExiste
                   from vigilancia_servicios as v
                   where v.componente_vigilancia = :componenteSQL
               end-exec
               if SQLCODE = 100
                   exec sql
                       insert into vigilancia_servicios
                           (componente_vigilancia, en_alerta_vigilancia, fecha_cambio_vigilancia)
                       values
                           (:componenteSQL, 0, :fechaSQL)
                   end-exec
                   exec sql
                       commit
                   end-exec
               end-if

               if estadoActual::alerta_estado = 1
                   exec sql
                       update vigilancia_servicios
                       set en_alerta_vigilancia = 1,
                           fecha_cambio_vigilancia = :fechaSQL
                       where componente_vigilancia = :componenteSQL
                         and en_alerta_vigilancia = 0
                   end-exec
               else
                   exec sql
                       update vigilancia_servicios
                       set en_alerta_vigilancia = 0,
                           fecha_cambio_vigilancia = :fechaSQL
                       where componente_vigilancia = :componenteSQL
                         and en_alerta_vigilancia = 1
                   end-exec
               end-if

               if SQLCODE = 0 and SQLERRD(3) = 1
                   exec sql
                       commit
                   end-exec
                   if estadoActual::alerta_estado = 1
                       invoke modeloNotificador::EnviarAvisoVigilancia(
                           type String::Concat("ALERTA CitaMe: ", estadoActual::componente_estado, " - ", estadoActual::descripcion_estado), resumen)
                   else
                       invoke modeloNotificador::EnviarAvisoVigilancia(
                           type String::Concat("Recuperado CitaMe: ", estadoActual::componente_estado, " - ", estadoActual::descripcion_estado), resumen)
                   end-if
                   add 1 to avisos
               else
                   exec sql
                       rollback
                   end-exec
               end-if
           end-perform.

       end method.

       *>
       *> IniciarVigilancia
       *>
       *> Arranca la vigilancia en un hilo de fondo propio, para que
       *> siga avisando aunque el planificador de tareas se detenga.
       *> Pensada para llamarse una sola vez al arrancar la aplicación
       *> (ver VentanaPrincipal::NEW), igual que
       *> PlanificadorTareas::IniciarPlanificador.
       *>
       method-id IniciarVigilancia.
       local-storage section.
       01 hiloVigilancia type System.Threading.Thread.
       procedure division.

           set hiloVigilancia to new System.Threading.Thread(new System.Threading.ThreadStart(self::BucleVigilancia)).
           set hiloVigilancia::IsBackground to True.
           invoke hiloVigilancia::Start().

           goback.
       end method.

       *>
       *> BucleVigilancia
       *>
       *> Lanza una pasada de vigilancia cada
       *> SEGUNDOS_ENTRE_VIGILANCIAS. Una excepción de una pasada no
       *> debe dejar la vigilancia muerta hasta reiniciar.
       *>
       method-id BucleVigilancia private.
       procedure division.

           perform until detener
               try
                   invoke VigilarServicios()
               catch ex as type System.Exception
                   continue
               end-try
               invoke type System.Threading.Thread::Sleep(SEGUNDOS_ENTRE_VIGILANCIAS * 1000)
           end-perform.

       end method.

       end class.
