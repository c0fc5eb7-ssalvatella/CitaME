       *>
       *> SuscripcionInforme
       *>
       *> Clase que encapsula las suscripciones a informes de gestión
       *> (tabla suscripciones_informes): un usuario se suscribe a uno
       *> de los informes de AdminInformes con unos filtros fijos
       *> (especialidad, centro y periodo móvil en días) y una
       *> frecuencia, y la pasada del planificador de tareas genera el
       *> informe en CSV y se lo envía por correo como adjunto, en vez
       *> de que tenga que entrar cada lunes a consultarlo.
       *>
       *> Informes suscribibles y filtros que admiten:
       *>     Demoras           especialidad; meses del periodo
       *>     ActividadMedicos  especialidad y centro; días del periodo
       *>     Reconciliacion    una fila por día del periodo
       *>     OcupacionSalas    los próximos días del periodo
       *>     CuadroMandos      especialidad; meses del periodo
       *> Un filtro vacío no filtra; el que no aplica a un informe se
       *> ignora.
       *>
       *> Cada envío queda en suscripciones_envios (fecha, destinatario,
       *> fichero, filas y resultado). Una suscripción cuyo usuario ha
       *> sido desactivado queda suspendida automáticamente (ver
       *> Usuario::EditarUsuario) y no se vuelve a enviar hasta que se
       *> reactive.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.SuscripcionInforme.

       working-storage section.

       01 id_suscripcion property pic S9(9) COMP-4.
       01 usuario_suscripcion property pic S9(9) COMP-4.
       01 informe_suscripcion property string.
       01 especialidad_suscripcion property string.
       01 centro_suscripcion property string.
       01 dias_periodo_suscripcion property binary-short.
       01 frecuencia_suscripcion property string.
       01 estado_suscripcion property string.
       01 ultimo_envio_suscripcion property string.
       01 proximo_envio_suscripcion property string.

       01 modeloCita type CitaMe.modelo.Cita.
       01 modeloMedico type CitaMe.modelo.Medico.
       01 modeloSala type CitaMe.modelo.Sala.
       01 modeloNotificador type CitaMe.modelo.Notificador.
       01 modeloErrores type CitaMe.modelo.RegistroErrores.

       *> Informes y frecuencias admitidos
       01 INFORMES_SUSCRIBIBLES string value "Demoras,ActividadMedicos,Reconciliacion,OcupacionSalas,CuadroMandos".
       01 FRECUENCIAS string value "Diaria,Semanal,Mensual".

       *> Filas de datos del último CSV generado (ver GenerarCsv)
       01 filasGeneradas binary-long value 0.

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
       *> CargarModelos
       *>
       *> Crea los modelos de los informes y del correo solo cuando se
       *> van a generar envíos, para que las pantallas que únicamente
       *> dan de alta o listan suscripciones no los carguen.
       *>
       method-id CargarModelos private.
       procedure division.

           if modeloCita = null
               set modeloCita to new CitaMe.modelo.Cita()
               set modeloMedico to new CitaMe.modelo.Medico()
               set modeloSala to new CitaMe.modelo.Sala()
               set modeloNotificador to new CitaMe.modelo.Notificador()
           end-if

       end method.

       *>
       *> AltaSuscripcion
       *>
       *> Suscribe a un usuario a un informe con sus filtros y su
       *> frecuencia. El primer envío sale en la próxima fecha que
       *> toque según la frecuencia (ver CalcularProximoEnvio).
       *>
       *> Parámetros:
       *>     idUsuario (int): Usuario suscriptor
       *>     informe (str): Informe (ver INFORMES_SUSCRIBIBLES)
       *>     especialidad (str): Filtro de especialidad, "" para todas
       *>     centro (str): Filtro de centro, "" para todos
       *>     diasPeriodo (int): Días del periodo móvil
       *>     frecuencia (str): Diaria, Semanal (lunes) o Mensual (día 1)
       *>
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>              False si los datos no son válidos o hubo un error
       *>
       method-id AltaSuscripcion.
       local-storage section.
       01 idUsuarioSQL pic S9(9) COMP-4.
       01 informeSQL pic x(25).
       01 especialidadSQL pic x(25).
       01 centroSQL pic x(25).
       01 diasSQL pic S9(4) COMP-4.
       01 frecuenciaSQL pic x(10).
       01 proximoSQL pic x(10).
       procedure division using by value idUsuario as binary-long
                                         informe as string
                                         especialidad as string
                                         centro as string
                                         diasPeriodo as binary-short
                                         frecuencia as string
                                   returning exito as type Boolean.

           set exito to False.

           if not EsValorDeLista(informe, INFORMES_SUSCRIBIBLES) or not EsValorDeLista(frecuencia, FRECUENCIAS)
               or diasPeriodo < 1
               goback
           end-if

           set idUsuarioSQL to idUsuario.
           set informeSQL to informe::Trim().
           set especialidadSQL to especialidad::Trim().
           set centroSQL to centro::Trim().
           set diasSQL to diasPeriodo.
           set frecuenciaSQL to frecuencia::Trim().
           set proximoSQL to CalcularProximoEnvio(frecuencia::Trim(), type DateTime::Today).

           exec sql
               insert into suscripciones_informes
                   (usuario_suscripcion, informe_suscripcion, especialidad_suscripcion,
                    centro_suscripcion, dias_periodo_suscripcion, frecuencia_suscripcion,
                    estado_suscripcion, proximo_envio_suscripcion)
               values
                   (:idUsuarioSQL, :informeSQL, :especialidadSQL,
                    :centroSQL, :diasSQL, :frecuenciaSQL,
                    'Activa', :proximoSQL)
           end-exec.

           if SQLCODE = 0
               exec sql
                   commit
               end-exec
               set exito to True
           else
               invoke modeloErrores::RegistrarError("SuscripcionInforme::AltaSuscripcion", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
           end-if.

       end method.

       *>
       *> CambiarEstado
       *>
       *> Da de baja, suspende o reactiva una suscripción. Al
       *> reactivarla se recalcula el próximo envío, para no mandar de
       *> golpe los envíos que no salieron mientras estuvo parada.
       *>
       *> Parámetros:
       *>     idSuscripcion (int): Suscripción a cambiar
       *>     estado (str): Activa, Suspendida o Baja
       *>
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>
       method-id CambiarEstado.
       local-storage section.
       01 idSuscripcionSQL pic S9(9) COMP-4.
       01 estadoSQL pic x(12).
       01 frecuenciaSQL pic x(10).
       01 proximoSQL pic x(10).
       01 activoUsuario pic 9.
       procedure division using by value idSuscripcion as binary-long
                                         estado as string
                                   returning exito as type Boolean.

           set exito to False.
           set idSuscripcionSQL to idSuscripcion.
           set estadoSQL to estado.

           exec sql
               select s.frecuencia_suscripcion, coalesce(u.activo_usuario, 0)
               into :frecuenciaSQL, :activoUsuario
               from suscripciones_informes as s
               left join usuarios as u on (u.id_usuario = s.usuario_suscripcion)
               where s.id_suscripcion = :idSuscripcionSQL
           end-exec.

           if not SQLCODE = 0
               goback
           end-if

           *> Un usuario desactivado no puede volver a recibir informes
           if estado::Equals("Activa") and activoUsuario = 0
               goback
           end-if

           set proximoSQL to CalcularProximoEnvio((frecuenciaSQL as string)::Trim(), type DateTime::Today).

           exec sql
               update suscripciones_informes
               set estado_suscripcion = :estadoSQL,
                   proximo_envio_suscripcion = :proximoSQL
               where id_suscripcion = :idSuscripcionSQL
           end-exec.

           exec sql
               commit
           end-exec.

           if SQLCODE = 0
               set exito to True
           end-if.

       end method.

       *>
       *> DevuelveSuscripciones
       *>
       *> Devuelve las suscripciones que no están de baja, de un
       *> usuario o de todos.
       *>
       *> Parámetros:
       *>     idUsuario (int): Usuario suscriptor, 0 para todos
       *>
       *> Devuelve:
       *>     List[SuscripcionInforme]: suscripciones encontradas
       *>
       method-id DevuelveSuscripciones.
       local-storage section.
       01 idUsuarioSQL pic S9(9) COMP-4.
       01 idSuscripcionSQL pic S9(9) COMP-4.
       01 usuarioSQL pic S9(9) COMP-4.
       01 informeSQL pic x(25).
       01 especialidadSQL pic x(25).
       01 centroSQL pic x(25).
       01 diasSQL pic S9(4) COMP-4.
       01 frecuenciaSQL pic x(10).
       01 estadoSQL pic x(12).
       01 ultimoSQL pic x(19).
       01 proximoSQL pic x(10).
       01 suscripcionActual type SuscripcionInforme.
       procedure division using by value idUsuario as binary-long
                                   returning suscripciones as List[type SuscripcionInforme].

           set suscripciones to new List[type SuscripcionInforme]().
           set idUsuarioSQL to idUsuario.

           exec sql
               declare suscripcionesTbl cursor for
                   select s.id_suscripcion, s.usuario_suscripcion, s.informe_suscripcion,
                          coalesce(s.especialidad_suscripcion, ''), coalesce(s.centro_suscripcion, ''),
                          s.dias_periodo_suscripcion, s.frecuencia_suscripcion, s.estado_suscripcion,
                          coalesce(s.ultimo_envio_suscripcion, ''), coalesce(s.proximo_envio_suscripcion, '')
                   from suscripciones_informes as s
                   where s.estado_suscripcion <> 'Baja'
                     and (:idUsuarioSQL = 0 or s.usuario_suscripcion = :idUsuarioSQL)
                   order by s.usuario_suscripcion, s.informe_suscripcion
           end-exec.

           exec sql
               open suscripcionesTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch suscripcionesTbl into
                   :idSuscripcionSQL, :usuarioSQL, :informeSQL, :especialidadSQL, :centroSQL,
                   :diasSQL, :frecuenciaSQL, :estadoSQL, :ultimoSQL, :proximoSQL
               end-exec

               if SQLCODE = 0
                   set suscripcionActual to new SuscripcionInforme()
                   set suscripcionActual::id_suscripcion to idSuscripcionSQL
                   set suscripcionActual::usuario_suscripcion to usuarioSQL
                   set suscripcionActual::informe_suscripcion to (informeSQL as string)::Trim()
                   set suscripcionActual::especialidad_suscripcion to (especialidadSQL as string)::Trim()
                   set suscripcionActual::centro_suscripcion to (centroSQL as string)::Trim()
                   set suscripcionActual::dias_periodo_suscripcion to diasSQL
                   set suscripcionActual::frecuencia_suscripcion to (frecuenciaSQL as string)::Trim()
                   set suscripcionActual::estado_suscripcion to (estadoSQL as string)::Trim()
                   set suscripcionActual::ultimo_envio_suscripcion to (ultimoSQL as string)::Trim()
                   set suscripcionActual::proximo_envio_suscripcion to (proximoSQL as string)::Trim()
                   invoke suscripciones::Add(suscripcionActual)
               end-if
           end-perform.

           exec sql
               close suscripcionesTbl
           end-exec.

       end method.

       *>
       *> DevuelveEnvios
       *>
       *> Devuelve el registro de envíos de una suscripción, del más
       *> reciente al más antiguo.
       *>
       *> Parámetros:
       *>     idSuscripcion (int): Suscripción a consultar
       *>
       *> Devuelve:
       *>     List[str]: "fecha - destinatario: resultado (filas)"
       *>
       method-id DevuelveEnvios.
       local-storage section.
       01 idSuscripcionSQL pic S9(9) COMP-4.
       01 fechaSQL pic x(19).
       01 destinatarioSQL pic x(100).
       01 filasSQL pic S9(9) COMP-4.
       01 resultadoSQL pic x(255).
       procedure division using by value idSuscripcion as binary-long
                                   returning envios as List[string].

           set envios to new List[string]().
           set idSuscripcionSQL to idSuscripcion.

           exec sql
               declare enviosSuscripcionTbl cursor for
                   select e.fecha_envio, coalesce(e.destinatario_envio, ''),
                          e.filas_envio, e.resultado_envio
                   from suscripciones_envios as e
                   where e.suscripcion_envio = :idSuscripcionSQL
                   order by e.fecha_envio desc
           end-exec.

           exec sql
               open enviosSuscripcionTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch enviosSuscripcionTbl into
                   :fechaSQL, :destinatarioSQL, :filasSQL, :resultadoSQL
               end-exec

               if SQLCODE = 0
                   invoke envios::Add(type String::Concat(
                       (fechaSQL as string)::Trim(), " - ",
                       (destinatarioSQL as string)::Trim(), ": ",
                       (resultadoSQL as string)::Trim(), " (",
                       filasSQL::ToString(), " filas)"))
               end-if
           end-perform.

           exec sql
               close enviosSuscripcionTbl
           end-exec.

       end method.

       *>
       *> EnviarSuscripcionesPendientes
       *>
       *> Pasada del planificador de tareas: genera y encola el informe
       *> de cada suscripción activa cuyo próximo envío ya ha llegado.
       *> Si el suscriptor ha sido desactivado la suscripción queda
       *> suspendida en vez de enviarse; si no tiene correo el envío
       *> queda anotado como fallido y se reintenta en el siguiente
       *> envío que le toque.
       *>
       *> Devuelve:
       *>     int: Número de informes encolados
       *>
       method-id EnviarSuscripcionesPendientes.
       local-storage section.
       01 hoySQL pic x(10).
       01 idSuscripcionSQL pic S9(9) COMP-4.
       01 idsPendientes List[binary-long].
       01 suscripcionActual type SuscripcionInforme.
       01 correoSQL pic x(100).
       01 activoUsuario pic 9.
       01 correo string.
       01 rutaCsv string.
       01 periodo string.
       01 filas binary-long.
       01 resultado string.
       01 enviados binary-long value 0.
       procedure division returning totalEnviados as binary-long.

           invoke CargarModelos().
           set hoySQL to type DateTime::Today::ToString("yyyy-MM-dd").

           *> Se suspenden primero las suscripciones de los usuarios
           *> desactivados por cualquier vía (edición, directorio
           *> corporativo, fusión de fichas...)
           exec sql
               update suscripciones_informes
               set estado_suscripcion = 'Suspendida'
               where estado_suscripcion = 'Activa'
                 and usuario_suscripcion in
                     (select u.id_usuario from usuarios as u where u.activo_usuario = 0)
           end-exec.

           exec sql
               commit
           end-exec.

           set idsPendientes to new List[binary-long]().

           exec sql
               declare suscripcionesPendientesTbl cursor for
                   select s.id_suscripcion
                   from suscripciones_informes as s
                   where s.estado_suscripcion = 'Activa'
                     and s.proximo_envio_suscripcion <= :hoySQL
           end-exec.

           exec sql
               open suscripcionesPendientesTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch suscripcionesPendientesTbl into :idSuscripcionSQL
               end-exec
               if SQLCODE = 0
                   invoke idsPendientes::Add(idSuscripcionSQL)
               end-if
           end-perform.

           exec sql
               close suscripcionesPendientesTbl
           end-exec.

           perform varying idPendiente as binary-long through idsPendientes
               set suscripcionActual to DevuelveSuscripcion(idPendiente)
               if not suscripcionActual = null
                   set idSuscripcionSQL to idPendiente
                   set correoSQL to ""
                   exec sql
                       select coalesce(u.correo_usuario, ''), u.activo_usuario
                       into :correoSQL, :activoUsuario
                       from usuarios as u
                       where u.id_usuario = (select s.usuario_suscripcion
                                             from suscripciones_informes as s
                                             where s.id_suscripcion = :idSuscripcionSQL)
                   end-exec
                   set correo to (correoSQL as string)::Trim()
                   set rutaCsv to ""
                   set filas to 0

                   if correo::Equals("")
                       set resultado to "Error: el suscriptor no tiene correo"
                   else
                       try
                           set periodo to DevuelvePeriodo(suscripcionActual)
                           set rutaCsv to GenerarCsv(suscripcionActual)
                           set filas to filasGeneradas
                           if modeloNotificador::EnviarInformeSuscrito(correo, suscripcionActual::informe_suscripcion, periodo, rutaCsv)
                               set resultado to "Encolado"
                               add 1 to enviados
                           else
                               set resultado to "Error: no se pudo encolar el correo"
                           end-if
                       catch ex as type System.Exception
                           set resultado to type String::Concat("Error: ", ex::Message)
                       end-try
                   end-if

                   invoke RegistrarEnvio(suscripcionActual, correo, rutaCsv, filas, resultado)
               end-if
           end-perform.

           set totalEnviados to enviados.

       end method.

       *>
       *> DevuelveSuscripcion
       *>
       *> Devuelve una suscripción por su id, o null si no existe.
       *>
       method-id DevuelveSuscripcion private.
       local-storage section.
       01 idSuscripcionSQL pic S9(9) COMP-4.
       01 usuarioSQL pic S9(9) COMP-4.
       01 informeSQL pic x(25).
       01 especialidadSQL pic x(25).
       01 centroSQL pic x(25).
       01 diasSQL pic S9(4) COMP-4.
       01 frecuenciaSQL pic x(10).
       01 estadoSQL pic x(12).
       procedure division using by value idSuscripcion as binary-long
                                   returning suscripcion as type SuscripcionInforme.

           set suscripcion to null.
           set idSuscripcionSQL to idSuscripcion.

           exec sql
               select s.usuario_suscripcion, s.informe_suscripcion,
                      coalesce(s.especialidad_suscripcion, ''), coalesce(s.centro_suscripcion, ''),
                      s.dias_periodo_suscripcion, s.frecuencia_suscripcion, s.estado_suscripcion
               into :usuarioSQL, :informeSQL, :especialidadSQL, :centroSQL,
                    :diasSQL, :frecuenciaSQL, :estadoSQL
               from suscripciones_informes as s
               where s.id_suscripcion = :idSuscripcionSQL
           end-exec.

           if not SQLCODE = 0
               goback
           end-if

           set suscripcion to new SuscripcionInforme().
           set suscripcion::id_suscripcion to idSuscripcion.
           set suscripcion::usuario_suscripcion to usuarioSQL.
           set suscripcion::informe_suscripcion to (informeSQL as string)::Trim().
           set suscripcion::especialidad_suscripcion to (especialidadSQL as string)::Trim().
           set suscripcion::centro_suscripcion to (centroSQL as string)::Trim().
           set suscripcion::dias_periodo_suscripcion to diasSQL.
           set suscripcion::frecuencia_suscripcion to (frecuenciaSQL as string)::Trim().
           set suscripcion::estado_suscripcion to (estadoSQL as string)::Trim().

       end method.

       *>
       *> RegistrarEnvio
       *>
       *> Anota un envío en suscripciones_envios y programa el
       *> siguiente. Un envío fallido también avanza el próximo envío,
       *> para no reintentar en cada pasada un informe que va a seguir
       *> fallando; el fallo queda en el registro de envíos.
       *>
       method-id RegistrarEnvio private.
       local-storage section.
       01 idSuscripcionSQL pic S9(9) COMP-4.
       01 fechaSQL pic x(19).
       01 destinatarioSQL pic x(100).
       01 ficheroSQL pic x(255).
       01 filasSQL pic S9(9) COMP-4.
       01 resultadoSQL pic x(255).
       01 proximoSQL pic x(10).
       procedure division using by value suscripcion as type SuscripcionInforme
                                         destinatario as string
                                         fichero as string
                                         filas as binary-long
                                         resultado as string.

           set idSuscripcionSQL to suscripcion::id_suscripcion.
           set fechaSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").
           set destinatarioSQL to destinatario.
           set ficheroSQL to fichero.
           set filasSQL to filas.
           set resultadoSQL to resultado.
           set proximoSQL to CalcularProximoEnvio(suscripcion::frecuencia_suscripcion, type DateTime::Today::AddDays(1)).

           exec sql
               insert into suscripciones_envios
                   (suscripcion_envio, fecha_envio, destinatario_envio, fichero_envio, filas_envio, resultado_envio)
               values
                   (:idSuscripcionSQL, :fechaSQL, :destinatarioSQL, :ficheroSQL, :filasSQL, :resultadoSQL)
           end-exec.

           exec sql
               update suscripciones_informes
               set ultimo_envio_suscripcion = :fechaSQL,
                   proximo_envio_suscripcion = :proximoSQL
               where id_suscripcion = :idSuscripcionSQL
           end-exec.

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> CalcularProximoEnvio
       *>
       *> Primera fecha de envío a partir de un día (incluido) según la
       *> frecuencia: Diaria ese mismo día, Semanal el lunes siguiente
       *> (o ese día si es lunes) y Mensual el día 1 siguiente (o ese
       *> día si es día 1).
       *>
       *> Parámetros:
       *>     frecuencia (str): Diaria, Semanal o Mensual
       *>     desde (DateTime): Día a partir del cual buscar
       *>
       *> Devuelve:
       *>     str: fecha "yyyy-MM-dd"
       *>
       method-id CalcularProximoEnvio private.
       local-storage section.
       01 dia type DateTime.
       procedure division using by value frecuencia as string
                                         desde as type DateTime
                                   returning proximo as string.

           set dia to desde.

           evaluate frecuencia
               when "Semanal"
                   perform until dia::DayOfWeek = type DayOfWeek::Monday
                       set dia to dia::AddDays(1)
                   end-perform
               when "Mensual"
                   if not dia::Day = 1
                       set dia to new DateTime(dia::Year, dia::Month, 1)::AddMonths(1)
                   end-if
           end-evaluate

           set proximo to dia::ToString("yyyy-MM-dd").

       end method.

       *>
       *> DevuelvePeriodo
       *>
       *> Texto del periodo que cubre el informe de una suscripción,
       *> para el asunto del correo. Los informes históricos cubren los
       *> días anteriores a hoy; la ocupación de salas, los siguientes.
       *>
       method-id DevuelvePeriodo private.
       procedure division using by value suscripcion as type SuscripcionInforme
                                   returning periodo as string.

           if suscripcion::informe_suscripcion::Equals("OcupacionSalas")
               set periodo to type String::Concat(
                   type DateTime::Today::ToString("yyyy-MM-dd"), " a ",
                   type DateTime::Today::AddDays(suscripcion::dias_periodo_suscripcion - 1)::ToString("yyyy-MM-dd"))
           else
               set periodo to type String::Concat(
                   type DateTime::Today::AddDays(0 - suscripcion::dias_periodo_suscripcion)::ToString("yyyy-MM-dd"), " a ",
                   type DateTime::Today::AddDays(-1)::ToString("yyyy-MM-dd"))
           end-if

       end method.

       *>
       *> GenerarCsv
       *>
       *> Genera el informe de una suscripción con sus filtros y lo
       *> escribe separado por ";" (como el resto de ficheros CSV de la
       *> aplicación) en informes_suscritos\, junto al ejecutable.
       *> Deja en filasGeneradas el número de filas de datos escritas.
       *>
       *> Parámetros:
       *>     suscripcion (SuscripcionInforme): Suscripción a generar
       *>
       *> Devuelve:
       *>     str: ruta del fichero generado
       *>
       method-id GenerarCsv private.
       local-storage section.
       01 contenido type System.Text.StringBuilder.
       01 carpeta string.
       01 especialidad string.
       01 centro string.
       01 desde type DateTime.
       01 desdeSQL string.
       01 hastaSQL string.
       01 mesDesde string.
       01 dia type DateTime.
       01 idMedico binary-short.
       01 reconciliacion type ReconciliacionDiaria.
       01 demoras List[type InformeDemora].
       01 informeMedicos List[type InformeMedico].
       01 ocupacion List[type OcupacionSala].
       01 filas binary-long value 0.
       procedure division using by value suscripcion as type SuscripcionInforme
                                   returning rutaFichero as string.

           set contenido to new System.Text.StringBuilder().
           set especialidad to suscripcion::especialidad_suscripcion.
           set centro to suscripcion::centro_suscripcion.
           set desde to type DateTime::Today::AddDays(0 - suscripcion::dias_periodo_suscripcion).
           set desdeSQL to desde::ToString("yyyy-MM-dd").
           set hastaSQL to type DateTime::Today::AddDays(-1)::ToString("yyyy-MM-dd").
           set mesDesde to desde::ToString("yyyy-MM").

           evaluate suscripcion::informe_suscripcion
               when "Demoras"
                   invoke contenido::AppendLine("especialidad;mes;citas;media_dias;mediana_dias;maxima_dias;supera_umbral")
                   set demoras to modeloCita::DevuelveInformeDemoras()
                   perform varying fila as type InformeDemora through demoras
                       if (especialidad::Equals("") or fila::especialidad_demora::Equals(especialidad))
                           and type String::CompareOrdinal(fila::mes_demora, mesDesde) >= 0
                           invoke contenido::AppendLine(type String::Concat(
                               CampoCsv(fila::especialidad_demora), ";", fila::mes_demora, ";",
                               fila::citas_demora::ToString(), ";", fila::media_demora::ToString(), ";",
                               fila::mediana_demora::ToString(), ";", fila::maxima_demora::ToString(), ";",
                               fila::supera_umbral_demora::ToString()))
                           add 1 to filas
                       end-if
                   end-perform

               when "ActividadMedicos"
                   invoke contenido::AppendLine("id_medico;medico;especialidad;centro;atendidas;canceladas;no_presentados;interconsultas;encuestas;satisfaccion_x10")
                   set informeMedicos to modeloCita::DevuelveInformeMedicos(desdeSQL, hastaSQL)
                   perform varying fila as type InformeMedico through informeMedicos
                       set idMedico to fila::id_medico_informe
                       if (especialidad::Equals("") or fila::especialidad_medico_informe::Equals(especialidad))
                           and (centro::Equals("") or modeloMedico::DevuelveCentro(idMedico)::Equals(centro))
                           invoke contenido::AppendLine(type String::Concat(
                               fila::id_medico_informe::ToString(), ";", CampoCsv(fila::nombre_medico_informe), ";",
                               CampoCsv(fila::especialidad_medico_informe), ";", CampoCsv(modeloMedico::DevuelveCentro(idMedico)), ";",
                               fila::atendidas_informe::ToString(), ";", fila::canceladas_informe::ToString(), ";",
                               fila::no_presentados_informe::ToString(), ";", fila::interconsultas_informe::ToString(), ";",
                               fila::encuestas_informe::ToString(), ";", fila::satisfaccion_media_informe::ToString()))
                           add 1 to filas
                       end-if
                   end-perform

               when "Reconciliacion"
                   invoke contenido::AppendLine("fecha;total;completadas;canceladas;no_presentadas;pendientes;walkins")
                   set dia to desde
                   perform until dia >= type DateTime::Today
                       set reconciliacion to modeloCita::DevuelveReconciliacionDiaria(dia::ToString("yyyy-MM-dd"))
                       if not reconciliacion = null
                           invoke contenido::AppendLine(type String::Concat(
                               dia::ToString("yyyy-MM-dd"), ";",
                               reconciliacion::total_citas_reconciliacion::ToString(), ";",
                               reconciliacion::completadas_reconciliacion::ToString(), ";",
                               reconciliacion::canceladas_reconciliacion::ToString(), ";",
                               reconciliacion::no_presentadas_reconciliacion::ToString(), ";",
                               reconciliacion::pendientes_reconciliacion::ToString(), ";",
                               reconciliacion::walkins_reconciliacion::ToString()))
                           add 1 to filas
                       end-if
                       set dia to dia::AddDays(1)
                   end-perform

               when "OcupacionSalas"
                   invoke contenido::AppendLine("fecha;sala;hora;medico;tipo")
                   set dia to type DateTime::Today
                   perform until dia >= type DateTime::Today::AddDays(suscripcion::dias_periodo_suscripcion)
                       set ocupacion to modeloSala::DevuelveOcupacionSalas(dia::ToString("yyyy-MM-dd"))
                       perform varying fila as type OcupacionSala through ocupacion
                           invoke contenido::AppendLine(type String::Concat(
                               dia::ToString("yyyy-MM-dd"), ";", CampoCsv(fila::sala_ocupacion), ";",
                               CampoCsv(fila::hora_ocupacion), ";", CampoCsv(fila::medico_ocupacion), ";",
                               CampoCsv(fila::tipo_ocupacion)))
                           add 1 to filas
                       end-perform
                       set dia to dia::AddDays(1)
                   end-perform

               when "CuadroMandos"
                   invoke contenido::AppendLine("mes;especialidad;indicador;valor_real;valor_objetivo;semaforo")
                   set filas to AnadirCuadroMandos(contenido, especialidad, mesDesde)
           end-evaluate

           set filasGeneradas to filas.

           set carpeta to type String::Concat(type AppDomain::CurrentDomain::BaseDirectory, "informes_suscritos").
           if not type System.IO.Directory::Exists(carpeta)
               invoke type System.IO.Directory::CreateDirectory(carpeta)
           end-if
           set rutaFichero to type String::Concat(carpeta, "\", suscripcion::informe_suscripcion, "_",
               suscripcion::id_suscripcion::ToString(), "_", type DateTime::Now::ToString("yyyyMMddHHmmss"), ".csv").
           invoke type System.IO.File::WriteAllText(rutaFichero, contenido::ToString()).

       end method.

       *>
       *> AnadirCuadroMandos
       *>
       *> Añade al CSV las evaluaciones del cuadro de mandos (ver
       *> Objetivos::DevuelveCuadroMandos) desde un mes, con el filtro
       *> de especialidad, una columna por dato.
       *>
       *> Devuelve:
       *>     int: Filas añadidas
       *>
       method-id AnadirCuadroMandos private.
       local-storage section.
       01 especialidadSQL pic x(25).
       01 mesDesdeSQL pic x(7).
       01 mesSQL pic x(7).
       01 especialidadObjetivo pic x(25).
       01 indicador pic x(20).
       01 valorObjetivo pic S9(9) COMP-4.
       01 valorReal pic S9(9) COMP-4.
       01 color pic x(10).
       procedure division using by value contenido as type System.Text.StringBuilder
                                         especialidad as string
                                         mesDesde as string
                                   returning filas as binary-long.

           set filas to 0.
           set especialidadSQL to especialidad.
           set mesDesdeSQL to mesDesde.

           exec sql
               declare cuadroSuscripcionTbl cursor for
                   select ev.mes_evaluacion, coalesce(o.especialidad_objetivo, ''),
                          coalesce(o.indicador_objetivo, ''), coalesce(o.valor_objetivo, 0),
                          ev.valor_real_evaluacion, ev.color_evaluacion
                   from evaluaciones_objetivos as ev
                   left join objetivos_servicio as o
                       on (ev.objetivo_evaluacion = o.id_objetivo)
                   where ev.mes_evaluacion >= :mesDesdeSQL
                     and (:especialidadSQL = '' or o.especialidad_objetivo = :especialidadSQL)
                   order by ev.mes_evaluacion desc, o.especialidad_objetivo asc
           end-exec.

           exec sql
               open cuadroSuscripcionTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch cuadroSuscripcionTbl into
                   :mesSQL, :especialidadObjetivo, :indicador, :valorObjetivo,
                   :valorReal, :color
               end-exec

               if SQLCODE = 0
                   invoke contenido::AppendLine(type String::Concat(
                       (mesSQL as string)::Trim(), ";",
                       CampoCsv((especialidadObjetivo as string)::Trim()), ";",
                       CampoCsv((indicador as string)::Trim()), ";",
                       valorReal::ToString(), ";", valorObjetivo::ToString(), ";",
                       (color as string)::Trim()))
                   add 1 to filas
               end-if
           end-perform.

           exec sql
               close cuadroSuscripcionTbl
           end-exec.

       end method.

       *>
       *> CampoCsv
       *>
       *> Prepara un texto para una columna del CSV: sin el separador
       *> ";" ni saltos de línea, que romperían la fila.
       *>
       method-id CampoCsv private.
       procedure division using by value valor as string
                                   returning campo as string.

           if valor = null
               set campo to ""
               goback
           end-if

           set campo to valor::Trim()::Replace(";", ",")::Replace(type Convert::ToChar(13), ' ')::Replace(type Convert::ToChar(10), ' ').

       end method.

       *>
       *> EsValorDeLista
       *>
       *> Indica si un valor es una de las entradas de una lista
       *> separada por comas (comparación exacta).
       *>
       method-id EsValorDeLista private.
       local-storage section.
       01 valores type System.String occurs any.
       procedure division using by value valor as string
                                         lista as string
                                   returning encontrado as type Boolean.

           set encontrado to False.
           set valores to lista::Split(",").
           perform varying valorLista as string through valores
               if valorLista::Equals(valor::Trim())
                   set encontrado to True
               end-if
           end-perform.

       end method.

       end class.
