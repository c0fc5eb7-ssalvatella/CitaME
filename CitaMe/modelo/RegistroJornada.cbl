       *>
       *> RegistroJornada
       *>
       *> Clase que encapsula el registro diario de jornada del
       *> personal (tabla fichajes), que hasta ahora se llevaba fuera de
       *> CitaMe. El personal ficha la entrada y la salida desde el
       *> Login o el Kiosko con su usuario y contraseña; un mismo botón
       *> abre el fichaje si no hay ninguno abierto ese día y lo cierra
       *> si lo hay.
       *>
       *> Al cierre de cada mes los fichajes se concilian con la agenda
       *> del médico: su jornada del día (Medico::AplicarHorarioFecha,
       *> salvo fines de semana y festivos), sus sesiones
       *> extraordinarias abiertas (agendas_extraordinarias) y sus
       *> guardias (de guardia_hora_inicio, o de guardia_hora_relevo en
       *> festivos, hasta el relevo del día siguiente), sin jornada en
       *> los días de ausencia (ausencias_medico). El resultado es:
       *>
       *>  - Un registro mensual por empleado en la carpeta jornada,
       *>    junto al ejecutable, firmado con el SHA-256 de su contenido
       *>    (ver CadenaAuditoria::CalcularHash); la firma se guarda en
       *>    jornadas_mensuales y VerificarRegistro detecta cualquier
       *>    retoque posterior del fichero.
       *>  - Una lista de excepciones (tabla excepciones_jornada):
       *>    fichajes sin salida de días ya pasados y trabajo fuera del
       *>    horario previsto por encima de la tolerancia (parámetro
       *>    jornada_tolerancia_minutos, 15 por defecto). Solo el
       *>    personal médico tiene horario en CitaMe; para el resto se
       *>    registran las horas y los fichajes sin salida.
       *>
       *> Tablas:
       *>  - fichajes: id_fichaje, usuario_fichaje, entrada_fichaje,
       *>    salida_fichaje (NULL mientras está abierto), origen_fichaje
       *>    (Login o Kiosko).
       *>  - jornadas_mensuales: usuario_jornada, mes_jornada,
       *>    minutos_jornada, excepciones_jornada, firma_jornada,
       *>    fecha_cierre_jornada.
       *>  - excepciones_jornada: id_excepcion, usuario_excepcion,
       *>    mes_excepcion, fecha_excepcion, tipo_excepcion (SinSalida o
       *>    FueraHorario), minutos_excepcion.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.RegistroJornada.

       working-storage section.

       01 modeloErrores type CitaMe.modelo.RegistroErrores.

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
       *> Fichar
       *>
       *> Registra un fichaje del empleado: cierra su fichaje abierto
       *> del día si lo hay y, si no, abre uno nuevo. Un fichaje abierto
       *> de un día anterior se queda sin salida (saldrá en las
       *> excepciones del mes).
       *>
       *> Parámetros:
       *>     idUsuario (int): Empleado que ficha
       *>     origen (str): Pantalla desde la que ficha (Login o Kiosko)
       *>
       *> Devuelve:
       *>     str: mensaje para el empleado con la entrada o salida
       *>          registrada, o el motivo del rechazo
       *>
       method-id Fichar.
       local-storage section.
       01 idUsuarioSQL pic S9(9) COMP-4.
       01 origenSQL pic x(10).
       01 tipo pic 9.
       01 ahoraSQL pic x(19).
       01 inicioDiaSQL pic x(19).
       01 idFichaje pic S9(9) COMP-4.
       01 entrada pic x(19).
       procedure division using by value idUsuario as binary-short
                                         origen as string
                                   returning mensaje as string.

           set idUsuarioSQL to idUsuario.
           set origenSQL to origen.
           set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").
           set inicioDiaSQL to type DateTime::Now::ToString("yyyy-MM-dd 00:00:00").

           exec sql
               select u.tipo_usuario into :tipo
               from usuarios as u
               where u.id_usuario = :idUsuarioSQL
           end-exec.

           if not SQLCODE = 0 or tipo = type CitaMe.modelo.Usuario::TIPO_PACIENTE
               set mensaje to "Solo el personal del centro puede fichar."
               goback
           end-if

           exec sql
               select f.id_fichaje, f.entrada_fichaje into :idFichaje, :entrada
               from fichajes as f
               where f.usuario_fichaje = :idUsuarioSQL
                 and f.salida_fichaje is null
                 and f.entrada_fichaje >= :inicioDiaSQL
               order by f.entrada_fichaje desc
               limit 1
           end-exec.

           if SQLCODE = 0
               exec sql
                   update fichajes
                   set salida_fichaje = :ahoraSQL
                   where id_fichaje = :idFichaje
               end-exec
               set mensaje to type String::Concat("Salida registrada a las ",
                   type DateTime::Now::ToString("HH:mm"), " (entrada a las ",
                   (entrada as string)::Substring(11, 5), ").")
           else
               exec sql
                   insert into fichajes (usuario_fichaje, entrada_fichaje, origen_fichaje)
                   values (:idUsuarioSQL, :ahoraSQL, :origenSQL)
               end-exec
               set mensaje to type String::Concat("Entrada registrada a las ",
                   type DateTime::Now::ToString("HH:mm"), ".")
           end-if

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("RegistroJornada::Fichar", SQLCODE, "Registro de fichaje")
               exec sql
                   rollback
               end-exec
               set mensaje to "No se ha podido registrar el fichaje. Avise al administrador."
               goback
           end-if

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> FicharConCredenciales
       *>
       *> Fichaje desde las pantallas sin sesión (Login y Kiosko): el
       *> empleado se identifica con su usuario y contraseña igual que
       *> al entrar (directorio corporativo para el personal si está
       *> configurado, contraseña local como respaldo) y se registra su
       *> fichaje con Fichar. Los intentos fallidos cuentan para el
       *> bloqueo temporal de la cuenta como los del Login.
       *>
       *> Parámetros:
       *>     nombreUsuario (str): Usuario del empleado
       *>     contrasenia (str): Contraseña
       *>     origen (str): Pantalla desde la que ficha (Login o Kiosko)
       *>
       *> Devuelve:
       *>     str: mensaje para el empleado
       *>
       method-id FicharConCredenciales.
       local-storage section.
       01 modeloUsuario type CitaMe.modelo.Usuario.
       01 directorio type CitaMe.modelo.DirectorioCorporativo.
       01 resultadoDirectorio string.
       01 valido binary-short.
       procedure division using by value nombreUsuario as string
                                         contrasenia as string
                                         origen as string
                                   returning mensaje as string.

           set modeloUsuario to new CitaMe.modelo.Usuario().
           set directorio to new CitaMe.modelo.DirectorioCorporativo().

           if modeloUsuario::EstaBloqueado(nombreUsuario)
               set mensaje to "Su cuenta está bloqueada temporalmente por intentos fallidos reiterados."
               goback
           end-if

           set resultadoDirectorio to directorio::Autenticar(nombreUsuario, contrasenia).
           evaluate resultadoDirectorio
               when "OK"
                   set valido to 1
               when "DESACTIVADA"
                   set valido to 0
               when "NO"
                   set valido to 0
               when other
                   set valido to modeloUsuario::EsValido(nombreUsuario, contrasenia)
           end-evaluate

           if not valido = 1
               invoke modeloUsuario::RegistrarAcceso(nombreUsuario, 0)
               set mensaje to "Usuario o contraseña incorrectos."
               goback
           end-if

           if not modeloUsuario::EstaActivo(nombreUsuario) = 1
               set mensaje to "Su usuario ha sido desactivado."
               goback
           end-if

           set mensaje to Fichar(modeloUsuario::DevuelveIdUsuario(nombreUsuario), origen).

       end method.

       *>
       *> MinutosSolapados
       *>
       *> Minutos en que un fichaje coincide con una franja prevista.
       *>
       *> Parámetros:
       *>     entrada (DateTime): Entrada del fichaje
       *>     salida (DateTime): Salida del fichaje
       *>     inicio (DateTime): Inicio de la franja
       *>     fin (DateTime): Fin de la franja
       *>
       *> Devuelve:
       *>     int: minutos de solape, 0 si no coinciden
       *>
       method-id MinutosSolapados private.
       local-storage section.
       01 desde type DateTime.
       01 hasta type DateTime.
       procedure division using by value entrada as type DateTime
                                         salida as type DateTime
                                         inicio as type DateTime
                                         fin as type DateTime
                                   returning minutos as binary-long.

           set minutos to 0.

           if entrada > inicio
               set desde to entrada
           else
               set desde to inicio
           end-if
           if salida < fin
               set hasta to salida
           else
               set hasta to fin
           end-if

           if hasta > desde
               set minutos to function integer((hasta - desde)::TotalMinutes)
           end-if

       end method.

       *>
       *> MinutosPrevistos
       *>
       *> Minutos de un fichaje que caen dentro de la agenda prevista
       *> del médico: jornada del día, sesiones extraordinarias y
       *> guardias (la del día y la del día anterior, que se alarga
       *> hasta el relevo).
       *>
       *> Parámetros:
       *>     medico (Medico): Médico del fichaje
       *>     entrada (DateTime): Entrada del fichaje
       *>     salida (DateTime): Salida del fichaje
       *>
       *> Devuelve:
       *>     int: minutos del fichaje dentro de lo previsto
       *>
       method-id MinutosPrevistos private.
       local-storage section.
       01 modeloCita type CitaMe.modelo.Cita.
       01 modeloGuardia type CitaMe.modelo.Guardia.
       01 parametros type CitaMe.modelo.Parametros.
       01 dia type DateTime.
       01 diaGuardia type DateTime.
       01 inicioFranja type DateTime.
       01 finFranja type DateTime.
       01 horaInicioGuardia binary-long.
       01 horaRelevo binary-long.
       01 indice binary-short.
       01 idMedicoSQL pic S9(9) COMP-4.
       01 fechaSQL pic x(10).
       01 inicioSesion pic x(8).
       01 finSesion pic x(8).
       01 guardiasDia pic S9(9) COMP-4.
       procedure division using by value medico as type CitaMe.modelo.Medico
                                         entrada as type DateTime
                                         salida as type DateTime
                                   returning minutos as binary-long.

           set minutos to 0.
           set dia to entrada::Date.
           set idMedicoSQL to medico::usuario::id_usu.
           set fechaSQL to dia::ToString("yyyy-MM-dd").
           set modeloCita to new CitaMe.modelo.Cita().
           set parametros to new CitaMe.modelo.Parametros().
           set horaInicioGuardia to parametros::DevuelveEntero("guardia_hora_inicio", 21).
           set horaRelevo to parametros::DevuelveEntero("guardia_hora_relevo", 8).

           *> Jornada ordinaria del día, salvo ausencia o día no laborable
           if not medico::EstaAusente(dia) and not modeloCita::EsDiaNoLaborable(dia)
               invoke medico::AplicarHorarioFecha(dia)
               add MinutosSolapados(entrada, salida, dia::Add(medico::inicio_mananas), dia::Add(medico::fin_mananas)) to minutos
               add MinutosSolapados(entrada, salida, dia::Add(medico::inicio_tardes), dia::Add(medico::fin_tardes)) to minutos
           end-if

           *> Sesiones extraordinarias abiertas de ese día
           exec sql
               declare sesionesJornadaTbl cursor for
                   select s.inicio_sesion, s.fin_sesion
                   from agendas_extraordinarias as s
                   where s.medico_sesion = :idMedicoSQL
                     and s.fecha_sesion = :fechaSQL
                     and s.cerrada_sesion = 0
           end-exec.

           exec sql
               open sesionesJornadaTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch sesionesJornadaTbl into :inicioSesion, :finSesion
               end-exec
               if SQLCODE = 0
                   set inicioFranja to dia::Add(type TimeSpan::Parse((inicioSesion as string)::Trim()))
                   set finFranja to dia::Add(type TimeSpan::Parse((finSesion as string)::Trim()))
                   add MinutosSolapados(entrada, salida, inicioFranja, finFranja) to minutos
               end-if
           end-perform.

           exec sql
               close sesionesJornadaTbl
           end-exec.

           *> Guardias del día anterior (hasta el relevo) y del día
           set modeloGuardia to new CitaMe.modelo.Guardia().
           perform varying indice from -1 by 1 until indice > 0
               set diaGuardia to dia::AddDays(indice)
               set fechaSQL to diaGuardia::ToString("yyyy-MM-dd")
               exec sql
                   select count(*) into :guardiasDia
                   from guardias as g
                   where g.medico_guardia = :idMedicoSQL
                     and g.fecha_guardia = :fechaSQL
               end-exec
               if SQLCODE = 0 and guardiasDia > 0
                   if modeloCita::EsDiaNoLaborable(diaGuardia)
                       set inicioFranja to diaGuardia::AddHours(horaRelevo)
                   else
                       set inicioFranja to diaGuardia::AddHours(horaInicioGuardia)
                   end-if
                   set finFranja to diaGuardia::AddDays(1)::AddHours(horaRelevo)
                   add MinutosSolapados(entrada, salida, inicioFranja, finFranja) to minutos
               end-if
           end-perform.

       end method.

       *>
       *> CerrarMes
       *>
       *> Concilia los fichajes de un mes con la agenda (ver cabecera
       *> de la clase), registra las excepciones y genera y firma el
       *> registro mensual de cada empleado. Volver a cerrar un mes
       *> rehace su registro y sus excepciones.
       *>
       *> Parámetros:
       *>     mes (str): Mes a cerrar, "yyyy-MM"
       *>
       *> Devuelve:
       *>     int: número de empleados con registro generado
       *>
       method-id CerrarMes.
       local-storage section.
       01 modeloMedico type CitaMe.modelo.Medico.
       01 modeloCadena type CitaMe.modelo.CadenaAuditoria.
       01 parametros type CitaMe.modelo.Parametros.
       01 medicoActual type CitaMe.modelo.Medico.
       01 mesSQL pic x(7).
       01 mesLikeSQL pic x(8).
       01 idUsuarioSQL pic S9(9) COMP-4.
       01 tipo pic 9.
       01 nombreReal pic x(45).
       01 apellidos pic x(80).
       01 entradaSQL pic x(19).
       01 salidaSQL pic x(19).
       01 fechaSQL pic x(10).
       01 tipoExcepcionSQL pic x(15).
       01 minutosSQL pic S9(9) COMP-4.
       01 excepcionesSQL pic S9(9) COMP-4.
       01 firmaSQL pic x(64).
       01 cierreSQL pic x(19).
       01 fichajeUsuarios List[binary-long].
       01 fichajeTipos List[binary-long].
       01 fichajeNombres List[string].
       01 fichajeEntradas List[string].
       01 fichajeSalidas List[string].
       01 indice binary-long.
       01 idActual binary-long.
       01 idMedico binary-short.
       01 cambioEmpleado type Boolean.
       01 entrada type DateTime.
       01 salida type DateTime.
       01 minutosFichaje binary-long.
       01 minutosFuera binary-long.
       01 tolerancia binary-long.
       01 totalMinutos binary-long.
       01 excepciones binary-long.
       01 empleados binary-long.
       01 contenido type System.Text.StringBuilder.
       01 carpeta string.
       procedure division using by value mes as string
                                   returning totalEmpleados as binary-long.

           set totalEmpleados to 0.
           set empleados to 0.
           set mesSQL to mes::Trim().
           set mesLikeSQL to type String::Concat(mes::Trim(), "%").
           set cierreSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").
           set modeloMedico to new CitaMe.modelo.Medico().
           set modeloCadena to new CitaMe.modelo.CadenaAuditoria().
           set parametros to new CitaMe.modelo.Parametros().
           set tolerancia to parametros::DevuelveEntero("jornada_tolerancia_minutos", 15).

           set fichajeUsuarios to new List[binary-long]().
           set fichajeTipos to new List[binary-long]().
           set fichajeNombres to new List[string]().
           set fichajeEntradas to new List[string]().
           set fichajeSalidas to new List[string]().

           exec sql
               declare fichajesMesTbl cursor for
                   select f.usuario_fichaje, u.tipo_usuario,
                          u.nombre_real_usuario, u.apellidos_usuario,
                          f.entrada_fichaje, coalesce(f.salida_fichaje, '')
                   from fichajes as f
                   inner join usuarios as u on (f.usuario_fichaje = u.id_usuario)
                   where f.entrada_fichaje like :mesLikeSQL
                   order by f.usuario_fichaje, f.entrada_fichaje
           end-exec.

           exec sql
               open fichajesMesTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch fichajesMesTbl into :idUsuarioSQL, :tipo, :nombreReal, :apellidos,
                                             :entradaSQL, :salidaSQL
               end-exec
               if SQLCODE = 0
                   invoke fichajeUsuarios::Add(idUsuarioSQL)
                   invoke fichajeTipos::Add(tipo)
                   invoke fichajeNombres::Add(type String::Concat((nombreReal as string)::Trim(), " ", (apellidos as string)::Trim()))
                   invoke fichajeEntradas::Add((entradaSQL as string)::Trim())
                   invoke fichajeSalidas::Add((salidaSQL as string)::Trim())
               end-if
           end-perform.

           exec sql
               close fichajesMesTbl
           end-exec.

           exec sql
               delete from excepciones_jornada where mes_excepcion = :mesSQL
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("RegistroJornada::CerrarMes", SQLCODE, mes::Trim())
               exec sql
                   rollback
               end-exec
               goback
           end-if

           set carpeta to type String::Concat(type AppDomain::CurrentDomain::BaseDirectory, "jornada").
           if not type System.IO.Directory::Exists(carpeta)
               invoke type System.IO.Directory::CreateDirectory(carpeta)
           end-if

           set idActual to 0.
           perform varying indice from 0 by 1 until indice > fichajeUsuarios::Count

               *> Cambio de empleado (o final): se cierra el registro del
               *> anterior
               set cambioEmpleado to False
               if idActual > 0
                   if indice = fichajeUsuarios::Count
                       set cambioEmpleado to True
                   else
                       if not fichajeUsuarios[indice] = idActual
                           set cambioEmpleado to True
                       end-if
                   end-if
               end-if

               if cambioEmpleado
                   invoke contenido::AppendLine(""::PadRight(60, "-"))
                   invoke contenido::AppendLine(type String::Concat("Total del mes: ",
                       (totalMinutos / 60)::ToString(), " h ",
                       (function mod(totalMinutos, 60))::ToString("00"), " min"))
                   invoke contenido::AppendLine(type String::Concat("Excepciones: ", excepciones::ToString()))
                   invoke type System.IO.File::WriteAllText(
                       type String::Concat(carpeta, "\jornada_", mes::Trim(), "_", idActual::ToString(), ".txt"),
                       contenido::ToString())
                   set firmaSQL to modeloCadena::CalcularHash(contenido::ToString())
                   set idUsuarioSQL to idActual
                   set minutosSQL to totalMinutos
                   set excepcionesSQL to excepciones
                   exec sql
                       delete from jornadas_mensuales
                       where usuario_jornada = :idUsuarioSQL and mes_jornada = :mesSQL
                   end-exec
                   if SQLCODE < 0
                       invoke modeloErrores::RegistrarError("RegistroJornada::CerrarMes", SQLCODE, mes::Trim())
                       exec sql
                           rollback
                       end-exec
                       goback
                   end-if
                   exec sql
                       insert into jornadas_mensuales
                           (usuario_jornada, mes_jornada, minutos_jornada,
                            excepciones_jornada, firma_jornada, fecha_cierre_jornada)
                       values
                           (:idUsuarioSQL, :mesSQL, :minutosSQL,
                            :excepcionesSQL, :firmaSQL, :cierreSQL)
                   end-exec
                   if SQLCODE < 0
                       invoke modeloErrores::RegistrarError("RegistroJornada::CerrarMes", SQLCODE, mes::Trim())
                       exec sql
                           rollback
                       end-exec
                       goback
                   end-if
                   add 1 to empleados
                   set idActual to 0
               end-if

               if indice < fichajeUsuarios::Count
                   *> Nuevo empleado: cabecera del registro
                   if idActual = 0
                       set idActual to fichajeUsuarios[indice]
                       set totalMinutos to 0
                       set excepciones to 0
                       set medicoActual to null
                       if fichajeTipos[indice] = type CitaMe.modelo.Usuario::TIPO_MEDICO
                           set idMedico to idActual
                           set medicoActual to modeloMedico::DevuelveMedico(idMedico)
                       end-if
                       set contenido to new System.Text.StringBuilder()
                       invoke contenido::AppendLine(type String::Concat("REGISTRO DE JORNADA - ", mes::Trim()))
                       invoke contenido::AppendLine(type String::Concat("Empleado: ", fichajeNombres[indice],
                           " (id ", idActual::ToString(), ")"))
                       invoke contenido::AppendLine(""::PadRight(60, "-"))
                   end-if

                   set entrada to type DateTime::Parse(fichajeEntradas[indice])
                   set idUsuarioSQL to idActual
                   set fechaSQL to entrada::ToString("yyyy-MM-dd")

                   if fichajeSalidas[indice]::Length = 0
                       invoke contenido::AppendLine(type String::Concat(entrada::ToString("dd/MM/yyyy"),
                           "  ", entrada::ToString("HH:mm"), " - (sin salida)"))
                       *> El fichaje abierto de hoy todavía no es excepción
                       if entrada::Date < type DateTime::Today
                           set tipoExcepcionSQL to "SinSalida"
                           set minutosSQL to 0
                           exec sql
                               insert into excepciones_jornada
                                   (usuario_excepcion, mes_excepcion, fecha_excepcion,
                                    tipo_excepcion, minutos_excepcion)
                               values
                                   (:idUsuarioSQL, :mesSQL, :fechaSQL,
                                    :tipoExcepcionSQL, :minutosSQL)
                           end-exec
                           if SQLCODE < 0
                               invoke modeloErrores::RegistrarError("RegistroJornada::CerrarMes", SQLCODE, mes::Trim())
                               exec sql
                                   rollback
                               end-exec
                               goback
                           end-if
                           add 1 to excepciones
                       end-if
                   else
                       set salida to type DateTime::Parse(fichajeSalidas[indice])
                       set minutosFichaje to function integer((salida - entrada)::TotalMinutes)
                       add minutosFichaje to totalMinutos
                       invoke contenido::AppendLine(type String::Concat(entrada::ToString("dd/MM/yyyy"),
                           "  ", entrada::ToString("HH:mm"), " - ", salida::ToString("HH:mm"),
                           "  (", (minutosFichaje / 60)::ToString(), " h ",
                           (function mod(minutosFichaje, 60))::ToString("00"), " min)"))
                       if not medicoActual = null
                           set minutosFuera to minutosFichaje - MinutosPrevistos(medicoActual, entrada, salida)
                           if minutosFuera > tolerancia
                               set tipoExcepcionSQL to "FueraHorario"
                               set minutosSQL to minutosFuera
                               exec sql
                                   insert into excepciones_jornada
                                       (usuario_excepcion, mes_excepcion, fecha_excepcion,
                                        tipo_excepcion, minutos_excepcion)
                                   values
                                       (:idUsuarioSQL, :mesSQL, :fechaSQL,
                                        :tipoExcepcionSQL, :minutosSQL)
                               end-exec
                               if SQLCODE < 0
                                   invoke modeloErrores::RegistrarError("RegistroJornada::CerrarMes", SQLCODE, mes::Trim())
                                   exec sql
                                       rollback
                                   end-exec
                                   goback
                               end-if
                               add 1 to excepciones
                           end-if
                       end-if
                   end-if
               end-if
           end-perform.

           exec sql
               commit
           end-exec.

           if not SQLCODE = 0
               invoke modeloErrores::RegistrarError("RegistroJornada::CerrarMes", SQLCODE, mes::Trim())
               goback
           end-if

           set totalEmpleados to empleados.

       end method.

       *>
       *> DevuelveExcepciones
       *>
       *> Devuelve las excepciones del registro de jornada de un mes.
       *>
       *> Parámetros:
       *>     mes (str): Mes, "yyyy-MM"
       *>
       *> Devuelve:
       *>     List[str]: "fecha empleado: tipo (minutos)"
       *>
       method-id DevuelveExcepciones.
       local-storage section.
       01 mesSQL pic x(7).
       01 fechaSQL pic x(10).
       01 tipo pic x(15).
       01 minutos pic S9(9) COMP-4.
       01 nombreReal pic x(45).
       01 apellidos pic x(80).
       01 linea string.
       procedure division using by value mes as string
                                   returning excepciones as List[string].

           set excepciones to new List[string]().
           set mesSQL to mes::Trim().

           exec sql
               declare excepcionesJornadaTbl cursor for
                   select x.fecha_excepcion, x.tipo_excepcion, x.minutos_excepcion,
                          coalesce(u.nombre_real_usuario, ''), coalesce(u.apellidos_usuario, '')
                   from excepciones_jornada as x
                   left join usuarios as u on (x.usuario_excepcion = u.id_usuario)
                   where x.mes_excepcion = :mesSQL
                   order by u.apellidos_usuario, x.fecha_excepcion
           end-exec.

           exec sql
               open excepcionesJornadaTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch excepcionesJornadaTbl into :fechaSQL, :tipo, :minutos, :nombreReal, :apellidos
               end-exec
               if SQLCODE = 0
                   if (tipo as string)::Trim() = "SinSalida"
                       set linea to "fichaje sin salida"
                   else
                       set linea to type String::Concat(minutos::ToString(), " min fuera del horario previsto")
                   end-if
                   invoke excepciones::Add(type String::Concat((fechaSQL as string)::Trim(), " ",
                       (nombreReal as string)::Trim(), " ", (apellidos as string)::Trim(), ": ", linea))
               end-if
           end-perform.

           exec sql
               close excepcionesJornadaTbl
           end-exec.

       end method.

       *>
       *> VerificarRegistro
       *>
       *> Comprueba que el registro mensual de un empleado no se ha
       *> modificado desde su cierre, comparando el SHA-256 del fichero
       *> con la firma guardada.
       *>
       *> Parámetros:
       *>     idUsuario (int): Empleado
       *>     mes (str): Mes, "yyyy-MM"
       *>
       *> Devuelve:
       *>     str: resultado de la verificación
       *>
       method-id VerificarRegistro.
       local-storage section.
       01 modeloCadena type CitaMe.modelo.CadenaAuditoria.
       01 idUsuarioSQL pic S9(9) COMP-4.
       01 mesSQL pic x(7).
       01 firmaSQL pic x(64).
       01 rutaArchivo string.
       procedure division using by value idUsuario as binary-long
                                         mes as string
                                   returning resultado as string.

           set idUsuarioSQL to idUsuario.
           set mesSQL to mes::Trim().

           exec sql
               select j.firma_jornada into :firmaSQL
               from jornadas_mensuales as j
               where j.usuario_jornada = :idUsuarioSQL
                 and j.mes_jornada = :mesSQL
           end-exec.

           if not SQLCODE = 0
               set resultado to "El mes no está cerrado para ese empleado."
               goback
           end-if

           set rutaArchivo to type String::Concat(type AppDomain::CurrentDomain::BaseDirectory,
               "jornada\jornada_", mes::Trim(), "_", idUsuario::ToString(), ".txt").
           if not type System.IO.File::Exists(rutaArchivo)
               set resultado to "No se encuentra el fichero del registro."
               goback
           end-if

           set modeloCadena to new CitaMe.modelo.CadenaAuditoria().
           if modeloCadena::CalcularHash(type System.IO.File::ReadAllText(rutaArchivo)) = (firmaSQL as string)::Trim()
               set resultado to type String::Concat("Registro íntegro. Firma: ", (firmaSQL as string)::Trim())
           else
               set resultado to "El registro se ha modificado después de su cierre: la firma no coincide."
           end-if

       end method.

       end class.
