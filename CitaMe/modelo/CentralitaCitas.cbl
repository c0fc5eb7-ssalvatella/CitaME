       *>
       *> CentralitaCitas
       *>
       *> Clase que encapsula la carga de las peticiones de cita que
       *> toma por teléfono la centralita regional de cita previa, para
       *> que recepción deje de teclearlas una a una. La centralita deja
       *> sus ficheros en la carpeta centralita\entrada (una línea por
       *> petición, campos separados por "|", igual que el intercambio
       *> con el laboratorio, ver IntercambioLaboratorio):
       *>   CIT|referencia|dniONss|especialidad|desde|hasta|franja|motivo
       *> con las fechas de preferencia en formato yyyy-MM-dd (hasta
       *> puede ir vacía) y la franja "Mananas", "Tardes" o
       *> "Indiferente".
       *>
       *> Cada petición pasa por las mismas reglas que una reserva
       *> normal: no se da una segunda cita pendiente de la misma
       *> especialidad, el paciente penalizado por ausencias solo
       *> reserva en la semana en curso (ver Cita::EstaPenalizado), se
       *> busca primero con su médico habitual y las reservas cuentan
       *> contra el cupo del canal "Centralita" (ver modelo CupoCanal).
       *> La cita reservada recibe su aviso con el código de
       *> confirmación como cualquier otra; la petición sin hueco en
       *> las fechas pedidas queda en la lista de espera.
       *>
       *> Por cada fichero cargado se deja en centralita\salida un
       *> fichero de resultados para la centralita, con una línea por
       *> petición:
       *>   RES|referencia|CITADA|idCita|fecha|hora|médico
       *>   RES|referencia|ESPERA|motivo
       *>   RES|referencia|RECHAZADA|motivo
       *> Cada petición queda anotada en la tabla peticiones_centralita
       *> (id_centralita, referencia_centralita, fichero_centralita,
       *> paciente_centralita, especialidad_centralita,
       *> estado_centralita, cita_centralita, resultado_centralita y
       *> fecha_centralita), de modo que una referencia repetida no se
       *> reserva dos veces.
       *>
       *> La pasada la lanza el planificador de tareas, y también puede
       *> lanzarse a demanda desde recepción.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.CentralitaCitas.

       working-storage section.

       01 modeloCita type CitaMe.modelo.Cita.
       01 modeloMedico type CitaMe.modelo.Medico.
       01 modeloUsuario type CitaMe.modelo.Usuario.
       01 modeloPaciente type CitaMe.modelo.Paciente.
       01 modeloNotificador type CitaMe.modelo.Notificador.
       01 modeloErrores type CitaMe.modelo.RegistroErrores.

       *> Huecos candidatos que se piden a la búsqueda por petición
       01 CANDIDATOS_CENTRALITA binary-short value 3.

       *> Días de la semana en curso a los que se limita un paciente
       *> penalizado, igual que en la reserva del propio paciente
       01 DIAS_PENALIZADO binary-short value 6.

       01 mfsqlmessagetext pic x(355) values "".

       *> Habilita las variables de SQL
       exec sql
           include sqlca
       end-exec.

       method-id NEW.
       procedure division.
           set modeloCita to new CitaMe.modelo.Cita().
           *> Las reservas de la centralita cuentan contra el cupo del
           *> canal "Centralita" (ver modelo CupoCanal)
           invoke modeloCita::FijarCanalReserva("Centralita").
           set modeloMedico to new CitaMe.modelo.Medico().
           set modeloUsuario to new CitaMe.modelo.Usuario().
           set modeloPaciente to new CitaMe.modelo.Paciente().
           set modeloNotificador to new CitaMe.modelo.Notificador().
           set modeloErrores to new CitaMe.modelo.RegistroErrores().
       end method.

       *>
       *> CarpetaCentralita
       *>
       *> Devuelve (creándola si hace falta) la subcarpeta de
       *> intercambio con la centralita indicada, junto al ejecutable.
       *>
       method-id CarpetaCentralita private.
       local-storage section.
       01 ruta string.
       procedure division using by value subcarpeta as string
                                   returning carpeta as string.

           set ruta to type String::Concat(type AppDomain::CurrentDomain::BaseDirectory, "centralita\", subcarpeta).
           if not type System.IO.Directory::Exists(ruta)
               invoke type System.IO.Directory::CreateDirectory(ruta)
           end-if
           set carpeta to ruta.

       end method.

       *>
       *> ProcesarPeticionesPendientes
       *>
       *> Pasada de la centralita: carga todos los ficheros de
       *> peticiones que haya en centralita\entrada, deja el fichero de
       *> resultados de cada uno en centralita\salida y los mueve a
       *> centralita\procesados, para no cargarlos dos veces. Es la
       *> pasada que lanza el planificador de tareas.
       *>
       *> Devuelve:
       *>     int: Número de peticiones procesadas en esta pasada
       *>
       method-id ProcesarPeticionesPendientes.
       local-storage section.
       01 archivos type System.String occurs any.
       01 rutaDestino string.
       01 procesadas binary-long.
       procedure division returning totalProcesadas as binary-long.

           set procesadas to 0.

           set archivos to type System.IO.Directory::GetFiles(CarpetaCentralita("entrada"), "*.txt").

           perform varying archivo as string through archivos
               add ProcesarFichero(archivo) to procesadas
               set rutaDestino to type String::Concat(CarpetaCentralita("procesados"), "\",
                   type System.IO.Path::GetFileNameWithoutExtension(archivo), "_",
                   type DateTime::Now::ToString("yyyyMMddHHmmss"), ".txt")
               invoke type System.IO.File::Move(archivo, rutaDestino)
           end-perform.

           set totalProcesadas to procesadas.

       end method.

       *>
       *> ProcesarFichero
       *>
       *> Procesa las peticiones de un fichero de la centralita, una a
       *> una y sin abortar el resto si alguna viene mal formada, y
       *> escribe su fichero de resultados en centralita\salida.
       *>
       *> Parámetros:
       *>     rutaArchivo (str): Fichero de peticiones a cargar
       *>
       *> Devuelve:
       *>     int: Número de peticiones procesadas del fichero
       *>
       method-id ProcesarFichero private.
       local-storage section.
       01 lineas type System.String occurs any.
       01 campos type System.String occurs any.
       01 resultados type System.Text.StringBuilder.
       01 nombreFichero string.
       01 referencia string.
       01 rutaResultados string.
       01 procesadas binary-long.
       procedure division using by value rutaArchivo as string
                                   returning totalProcesadas as binary-long.

           set procesadas to 0.
           set resultados to new System.Text.StringBuilder().
           set nombreFichero to type System.IO.Path::GetFileName(rutaArchivo).
           set lineas to type System.IO.File::ReadAllLines(rutaArchivo).

           perform varying linea as string through lineas
               if not linea::Trim()::Equals("")
                   set campos to linea::Split("|")
                   if campos::Length > 1
                       set referencia to campos[1]::Trim()
                   else
                       set referencia to ""
                   end-if
                   try
                       if campos::Length < 8 or not campos[0]::Trim()::Equals("CIT") or referencia::Equals("")
                           invoke resultados::AppendLine(type String::Concat("RES|", referencia, "|RECHAZADA|Línea mal formada"))
                       else
                           invoke resultados::AppendLine(ProcesarPeticion(nombreFichero, linea))
                       end-if
                   catch ex as type System.Exception
                       invoke resultados::AppendLine(type String::Concat("RES|", referencia, "|RECHAZADA|",
                           ex::Message::Replace("|", "/")))
                   end-try
                   add 1 to procesadas
               end-if
           end-perform.

           set rutaResultados to type String::Concat(CarpetaCentralita("salida"), "\resultados_",
               type System.IO.Path::GetFileNameWithoutExtension(rutaArchivo), "_",
               type DateTime::Now::ToString("yyyyMMddHHmmss"), ".txt").
           invoke type System.IO.File::WriteAllText(rutaResultados, resultados::ToString()).

           set totalProcesadas to procesadas.

       end method.

       *>
       *> ProcesarPeticion
       *>
       *> Reserva una petición de la centralita por las reglas de una
       *> reserva normal (ver cabecera de la clase) y la anota en
       *> peticiones_centralita.
       *>
       *> Parámetros:
       *>     nombreFichero (str): Fichero del que procede la petición
       *>     linea (str): Línea CIT del fichero
       *>
       *> Devuelve:
       *>     str: Línea RES del fichero de resultados
       *>
       method-id ProcesarPeticion private.
       local-storage section.
       01 campos type System.String occurs any.
       01 referenciaSQL pic x(30).
       01 identificadorSQL pic x(20).
       01 estadoPrevio pic x(15).
       01 fechaPrevia pic x(19).
       01 idPacienteSQL pic S9(9) COMP-4.
       01 coincidencias pic S9(9) COMP-4.
       01 referencia string.
       01 especialidad string.
       01 franja string.
       01 motivo string.
       01 idPaciente binary-short.
       01 idMedicoPreferido binary-short.
       01 fechaDesde type DateTime.
       01 fechaHasta type DateTime.
       01 especialistas List[type CitaMe.modelo.Medico].
       01 soloPreferido List[type CitaMe.modelo.Medico].
       01 huecos List[type CitaMe.modelo.Hueco].
       01 cita type CitaMe.modelo.Cita.
       01 indiceHueco binary-long.
       procedure division using by value nombreFichero as string
                                         linea as string
                                   returning lineaResultado as string.

           set campos to linea::Split("|").
           set referencia to campos[1]::Trim().
           set especialidad to campos[3]::Trim().
           set motivo to campos[7]::Trim().
           set referenciaSQL to referencia.

           *> Una referencia ya procesada no se vuelve a reservar, por
           *> si la centralita reenvía un fichero
           exec sql
               select estado_centralita, fecha_centralita into :estadoPrevio, :fechaPrevia
               from peticiones_centralita
               where referencia_centralita = :referenciaSQL
               order by id_centralita desc
               limit 1
           end-exec.

           if SQLCODE = 0
               set lineaResultado to type String::Concat("RES|", referencia, "|RECHAZADA|Petición ya procesada el ",
                   (fechaPrevia as string)::Trim(), " (", (estadoPrevio as string)::Trim(), ")")
               goback
           end-if

           *> El paciente se identifica por su DNI o por su número de
           *> la seguridad social; debe casar con una única ficha
           set identificadorSQL to campos[2]::Trim()::ToUpper().
           exec sql
               select count(*), coalesce(max(p.id_usuario_paciente), 0)
               into :coincidencias, :idPacienteSQL
               from pacientes as p
               where upper(p.dni_paciente) = :identificadorSQL
                  or p.seguridad_social_paciente = :identificadorSQL
           end-exec.

           if not SQLCODE = 0 or not coincidencias = 1
               set lineaResultado to AnotarPeticion(nombreFichero, referencia, 0, especialidad, "RECHAZADA", 0,
                   "Paciente no identificado")
               goback
           end-if
           set idPaciente to idPacienteSQL.

           if modeloPaciente::EsSoloLectura(idPaciente)
               set lineaResultado to AnotarPeticion(nombreFichero, referencia, idPaciente, especialidad, "RECHAZADA", 0,
                   "La ficha del paciente no admite citas nuevas")
               goback
           end-if

           set especialistas to modeloMedico::DevuelveMedicosEspecialidad(especialidad).
           if especialistas::Count = 0
               set lineaResultado to AnotarPeticion(nombreFichero, referencia, idPaciente, especialidad, "RECHAZADA", 0,
                   "Especialidad desconocida")
               goback
           end-if

           *> Igual que en la reserva del propio paciente, no se da una
           *> segunda cita pendiente de la misma especialidad
           if modeloCita::DevuelveCitasPendientesEspecialidad(idPaciente, especialidad) > 0
               set lineaResultado to AnotarPeticion(nombreFichero, referencia, idPaciente, especialidad, "RECHAZADA", 0,
                   "El paciente ya tiene una cita pendiente de esta especialidad")
               goback
           end-if

           evaluate true
               when campos[6]::Trim()::StartsWith("M")
                   set franja to "Mananas"
               when campos[6]::Trim()::StartsWith("T")
                   set franja to "Tardes"
               when other
                   set franja to "Indiferente"
           end-evaluate

           if campos[4]::Trim()::Equals("")
               set fechaDesde to type DateTime::Today
           else
               set fechaDesde to type DateTime::ParseExact(campos[4]::Trim(), "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture)
           end-if
           if campos[5]::Trim()::Equals("")
               set fechaHasta to type DateTime::MaxValue
           else
               set fechaHasta to type DateTime::ParseExact(campos[5]::Trim(), "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture)
           end-if

           *> Un paciente penalizado por ausencias reiteradas solo
           *> reserva huecos de la semana en curso
           if modeloCita::EstaPenalizado(idPaciente)
               if fechaHasta > type DateTime::Today::AddDays(DIAS_PENALIZADO)
                   set fechaHasta to type DateTime::Today::AddDays(DIAS_PENALIZADO)
               end-if
           end-if

           *> Primero con el médico habitual del paciente, si es de la
           *> especialidad pedida; si no tiene hueco, con el resto
           set huecos to null.
           set idMedicoPreferido to modeloUsuario::DevuelveMedicoPreferido(idPaciente).
           if idMedicoPreferido > 0
               set soloPreferido to new List[type CitaMe.modelo.Medico]()
               perform varying especialista as type CitaMe.modelo.Medico through especialistas
                   if especialista::usuario::id_usu = idMedicoPreferido
                       invoke soloPreferido::Add(especialista)
                   end-if
               end-perform
               if soloPreferido::Count > 0
                   set huecos to modeloCita::BuscarHuecosCandidatos(soloPreferido, fechaDesde, franja, CANDIDATOS_CENTRALITA)
                   invoke QuitarHuecosFueraDePlazo(huecos, fechaHasta)
               end-if
           end-if

           if huecos = null or huecos::Count = 0
               set huecos to modeloCita::BuscarHuecosCandidatos(especialistas, fechaDesde, franja, CANDIDATOS_CENTRALITA)
               invoke QuitarHuecosFueraDePlazo(huecos, fechaHasta)
           end-if

           *> Se reserva el primer hueco que siga libre; si otra
           *> reserva se adelanta, se prueba el siguiente
           set cita to null.
           set indiceHueco to 0.
           perform until not cita = null or indiceHueco >= huecos::Count
               set cita to modeloCita::RegistrarCita(huecos[indiceHueco]::medico_hueco, idPaciente, motivo,
                   huecos[indiceHueco]::fecha_hueco, huecos[indiceHueco]::hora_hueco, 0, "Primera visita")
               add 1 to indiceHueco
           end-perform.

           if cita = null
               invoke modeloCita::AnadirListaEsperaPrioridad(motivo, especialidad, franja, 0, idPaciente, 2)
               set lineaResultado to AnotarPeticion(nombreFichero, referencia, idPaciente, especialidad, "ESPERA", 0,
                   "Sin hueco en las fechas pedidas: el paciente queda en lista de espera")
               goback
           end-if

           *> El paciente recibe su código de confirmación como en
           *> cualquier otra reserva
           invoke modeloNotificador::EnviarCodigoConfirmacion(cita).

           invoke AnotarPeticion(nombreFichero, referencia, idPaciente, especialidad, "CITADA", cita::id_cita, "").
           set lineaResultado to type String::Concat("RES|", referencia, "|CITADA|", cita::id_cita::ToString(), "|",
               cita::fecha_cita::ToString("yyyy-MM-dd"), "|", cita::hora_cita::ToString("hh\:mm"), "|",
               huecos[indiceHueco - 1]::nombre_medico_hueco).

       end method.

       *>
       *> QuitarHuecosFueraDePlazo
       *>
       *> Quita de los huecos candidatos los posteriores a la última
       *> fecha de preferencia de la petición.
       *>
       method-id QuitarHuecosFueraDePlazo private.
       local-storage section.
       01 indiceHueco binary-long.
       procedure division using by value huecos as List[type CitaMe.modelo.Hueco]
                                         fechaHasta as type DateTime.

           perform varying indiceHueco from huecos::Count - 1 by -1 until indiceHueco < 0
               if huecos[indiceHueco]::fecha_hueco::Date > fechaHasta::Date
                   invoke huecos::RemoveAt(indiceHueco)
               end-if
           end-perform.

       end method.

       *>
       *> AnotarPeticion
       *>
       *> Deja anotada una petición de la centralita con su resultado.
       *>
       *> Devuelve:
       *>     str: Línea RES con el estado y el motivo, para las
       *>          peticiones no citadas
       *>
       method-id AnotarPeticion private.
       local-storage section.
       01 referenciaSQL pic x(30).
       01 ficheroSQL pic x(255).
       01 idPacienteSQL pic S9(9) COMP-4.
       01 especialidadSQL pic x(25).
       01 estadoSQL pic x(15).
       01 idCitaSQL pic S9(9) COMP-4.
       01 resultadoSQL pic x(255).
       01 fechaSQL pic x(19).
       procedure division using by value nombreFichero as string
                                         referencia as string
                                         idPaciente as binary-long
                                         especialidad as string
                                         estado as string
                                         idCita as binary-long
                                         resultado as string
                                   returning lineaResultado as string.

           set referenciaSQL to referencia.
           set ficheroSQL to nombreFichero.
           set idPacienteSQL to idPaciente.
           set especialidadSQL to especialidad.
           set estadoSQL to estado.
           set idCitaSQL to idCita.
           set resultadoSQL to resultado.
           set fechaSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           exec sql
               insert into peticiones_centralita
                   (referencia_centralita, fichero_centralita, paciente_centralita, especialidad_centralita,
                    estado_centralita, cita_centralita, resultado_centralita, fecha_centralita)
               values
                   (:referenciaSQL, :ficheroSQL, :idPacienteSQL, :especialidadSQL,
                    :estadoSQL, :idCitaSQL, :resultadoSQL, :fechaSQL)
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("CentralitaCitas::AnotarPeticion", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
           else
               exec sql
                   commit
               end-exec
           end-if

           set lineaResultado to type String::Concat("RES|", referencia, "|", estado, "|", resultado).

       end method.

       end class.
