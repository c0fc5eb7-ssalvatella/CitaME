       *>
       *> HistoriaCompartida
       *>
       *> Clase que encapsula el envío de los encuentros clínicos a la
       *> historia clínica compartida de la región, con el mismo
       *> intercambio por carpetas que el laboratorio (ver
       *> IntercambioLaboratorio):
       *>
       *>  - Exportación: cada día las citas cerradas (consulta
       *>    terminada y paciente presentado) se vuelcan a un fichero
       *>    en historia_compartida\salida con el formato de
       *>    intercambio de la región (una línea por dato, campos
       *>    separados por "|"):
       *>      ENC|idCita|version|idPaciente|dni|nss|fecha|hora|
       *>          idMedico|colegiado|especialidad
       *>      DIA|idCita|codigoCie10
       *>      REC|idCita|medicamento|dosis|duracionDias
       *>      PRU|idCita|tipo|fechaResultado|resultado
       *>      VAC|idCita|vacuna|dosis|lote|fecha
       *>      ADE|idCita|fecha|texto
       *>      FIN|idCita
       *>    Cada encuentro se envía una sola vez (tabla
       *>    envios_historia: id_envio, cita_envio, version_envio,
       *>    fichero_envio, fecha_envio, estado_envio,
       *>    motivo_rechazo_envio y fecha_acuse_envio). Solo vuelve a
       *>    enviarse, con la versión siguiente, cuando se le firma una
       *>    adenda posterior al último envío (ver AdendaClinica) o
       *>    cuando el administrador reenvía un encuentro rechazado
       *>    tras corregir sus datos (ver ReenviarEncuentro).
       *>
       *>  - Acuses: los ficheros que la región deja en
       *>    historia_compartida\entrada confirman o rechazan cada
       *>    envío por cita y versión:
       *>      ACK|idCita|version|OK
       *>      ACK|idCita|version|KO|motivo
       *>    Los rechazados quedan en la lista de rechazos (ver
       *>    DevuelveRechazos) para su corrección y reenvío; las líneas
       *>    que no casan con ningún envío van a la cola de errores del
       *>    intercambio (tabla intercambio_errores).
       *>
       *> La pasada diaria la lanza el planificador de tareas, y
       *> también puede lanzarse a demanda desde AdminCitas.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.HistoriaCompartida.

       working-storage section.

       01 modeloErrores type CitaMe.modelo.RegistroErrores.

       *> Días hacia atrás en los que se buscan citas cerradas sin
       *> enviar (parámetro dias_envio_historia), para no volcar todo
       *> el histórico anterior a la puesta en marcha del envío
       01 DIAS_ENVIO_HISTORIA binary-short value 30.

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
       *> CarpetaHistoria
       *>
       *> Devuelve (creándola si hace falta) la subcarpeta de
       *> intercambio con la historia compartida, junto al ejecutable.
       *>
       method-id CarpetaHistoria private.
       local-storage section.
       01 ruta string.
       procedure division using by value subcarpeta as string
                                   returning carpeta as string.

           set ruta to type String::Concat(type AppDomain::CurrentDomain::BaseDirectory, "historia_compartida\", subcarpeta).
           if not type System.IO.Directory::Exists(ruta)
               invoke type System.IO.Directory::CreateDirectory(ruta)
           end-if
           set carpeta to ruta.

       end method.

       *>
       *> Campo
       *>
       *> Limpia un valor para el fichero de intercambio: sin espacios
       *> sobrantes, sin el separador "|" y sin saltos de línea, que
       *> romperían el formato.
       *>
       method-id Campo private.
       procedure division using by value valor as string
                                   returning limpio as string.

           set limpio to valor::Trim()::Replace("|", "/")::Replace(type Environment::NewLine, " ")::Replace(type Convert::ToChar(13), ' ')::Replace(type Convert::ToChar(10), ' ').

       end method.

       *>
       *> ExportarEncuentros
       *>
       *> Vuelca a un fichero nuevo de historia_compartida\salida los
       *> encuentros pendientes de envío: citas cerradas de los
       *> últimos días que nunca se enviaron, citas enviadas con una
       *> adenda posterior al último envío y rechazos marcados para
       *> reenvío. Cada uno se anota en envios_historia con su versión.
       *>
       *> Devuelve:
       *>     int: Número de encuentros exportados en esta pasada
       *>
       method-id ExportarEncuentros.
       local-storage section.
       01 idCitaSQL pic S9(9) COMP-4.
       01 versionSQL pic S9(9) COMP-4.
       01 desdeSQL pic x(10).
       01 ficheroSQL pic x(255).
       01 fechaSQL pic x(19).
       01 diasEnvio binary-long.
       01 idsCitas List[binary-long].
       01 versiones List[binary-long].
       01 contenido type System.Text.StringBuilder.
       01 rutaArchivo string.
       01 indice binary-long.
       01 exportadas binary-long.
       01 parametros type CitaMe.modelo.Parametros.
       procedure division returning totalExportadas as binary-long.

           set exportadas to 0.
           set idsCitas to new List[binary-long]().
           set versiones to new List[binary-long]().
           set contenido to new System.Text.StringBuilder().

           set parametros to new CitaMe.modelo.Parametros().
           set diasEnvio to parametros::DevuelveEntero("dias_envio_historia", DIAS_ENVIO_HISTORIA).
           set desdeSQL to type DateTime::Today::AddDays(0 - diasEnvio)::ToString("yyyy-MM-dd").

           exec sql
               declare encuentrosPendientesTbl cursor for
                   select c.id_cita,
                          coalesce((select max(e.version_envio) from envios_historia as e
                                    where e.cita_envio = c.id_cita), 0) + 1
                   from citas as c
                   where c.fin_consulta_cita is not null
                     and coalesce(c.no_presentado_cita, 0) = 0
                     and ((c.fecha_cita >= :desdeSQL
                           and not exists (select 1 from envios_historia as e
                                           where e.cita_envio = c.id_cita))
                       or exists (select 1 from envios_historia as e
                                  where e.cita_envio = c.id_cita
                                    and e.estado_envio = 'Reenviar')
                       or exists (select 1 from adendas_clinicas as a
                                  where a.cita_adenda = c.id_cita
                                    and a.fecha_adenda > (select max(e.fecha_envio) from envios_historia as e
                                                          where e.cita_envio = c.id_cita)))
                   order by c.id_cita asc
           end-exec.

           exec sql
               open encuentrosPendientesTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch encuentrosPendientesTbl into :idCitaSQL, :versionSQL
               end-exec
               if SQLCODE = 0
                   invoke idsCitas::Add(idCitaSQL)
                   invoke versiones::Add(versionSQL)
               end-if
           end-perform.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("HistoriaCompartida::ExportarEncuentros", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
           end-if

           exec sql
               close encuentrosPendientesTbl
           end-exec.

           if idsCitas::Count = 0
               set totalExportadas to 0
               goback
           end-if

           set indice to 0.
           perform until indice >= idsCitas::Count
               invoke AnadirEncuentro(contenido, idsCitas[indice], versiones[indice])
               add 1 to indice
           end-perform.

           set rutaArchivo to type String::Concat(CarpetaHistoria("salida"), "\encuentros_",
               type DateTime::Now::ToString("yyyyMMddHHmmss"), ".txt").
           invoke type System.IO.File::WriteAllText(rutaArchivo, contenido::ToString()).

           set ficheroSQL to type System.IO.Path::GetFileName(rutaArchivo).
           set fechaSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           set indice to 0.
           perform until indice >= idsCitas::Count
               set idCitaSQL to idsCitas[indice]
               set versionSQL to versiones[indice]

               *> El envío anterior rechazado o pendiente de reenvío
               *> queda sustituido por la versión nueva
               exec sql
                   update envios_historia
                   set estado_envio = 'Sustituido'
                   where cita_envio = :idCitaSQL
                     and estado_envio in ('Rechazado', 'Reenviar')
               end-exec

               exec sql
                   insert into envios_historia
                       (cita_envio, version_envio, fichero_envio, fecha_envio, estado_envio)
                   values
                       (:idCitaSQL, :versionSQL, :ficheroSQL, :fechaSQL, 'Enviado')
               end-exec

               if SQLCODE < 0
                   invoke modeloErrores::RegistrarError("HistoriaCompartida::ExportarEncuentros", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               else
                   add 1 to exportadas
               end-if
               add 1 to indice
           end-perform.

           exec sql
               commit
           end-exec.

           set totalExportadas to exportadas.

       end method.

       *>
       *> AnadirEncuentro
       *>
       *> Añade al fichero las líneas de un encuentro: la cabecera con
       *> paciente y médico, y después diagnósticos, recetas, pruebas
       *> con su resultado, vacunas y adendas de la cita.
       *>
       *> Parámetros:
       *>     contenido (StringBuilder): Fichero en construcción
       *>     idCita (int): Cita cerrada a enviar
       *>     version (int): Versión del envío
       *>
       method-id AnadirEncuentro private.
       local-storage section.
       01 idCitaSQL pic S9(9) COMP-4.
       01 idPaciente pic S9(9) COMP-4.
       01 idMedico pic S9(9) COMP-4.
       01 dni pic x(20).
       01 nss pic x(20).
       01 fechaCita pic x(10).
       01 horaCita pic x(8).
       01 colegiado pic x(20).
       01 especialidad pic x(25).
       01 codigo pic x(10).
       01 medicamento pic x(100).
       01 dosis pic x(100).
       01 duracion pic S9(4) COMP-4.
       01 tipoPrueba pic x(100).
       01 fechaResultado pic x(19).
       01 resultado pic x(2000).
       01 vacuna pic x(100).
       01 dosisVacuna pic S9(4) COMP-4.
       01 lote pic x(30).
       01 fechaVacuna pic x(19).
       01 fechaAdenda pic x(19).
       01 textoAdenda pic x(2000).
       01 prefijo string.
       procedure division using by value contenido as type System.Text.StringBuilder
                                         idCita as binary-long
                                         version as binary-long.

           set idCitaSQL to idCita.
           set prefijo to type String::Concat("|", idCita::ToString(), "|").

           exec sql
               select c.paciente_cita, c.medico_cita, coalesce(p.dni_paciente, ''),
                      coalesce(p.seguridad_social_paciente, ''), c.fecha_cita, c.hora_cita,
                      coalesce(m.colegiado_medico, ''), coalesce(m.especialidad_medico, '')
               into :idPaciente, :idMedico, :dni, :nss, :fechaCita, :horaCita, :colegiado, :especialidad
               from citas as c
               left join pacientes as p on (p.id_usuario_paciente = c.paciente_cita)
               left join medicos as m on (m.id_usuario_medico = c.medico_cita)
               where c.id_cita = :idCitaSQL
           end-exec.

           if not SQLCODE = 0
               invoke modeloErrores::RegistrarError("HistoriaCompartida::AnadirEncuentro", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               goback
           end-if

           invoke contenido::AppendLine(type String::Concat(
               "ENC", prefijo, version::ToString(), "|", idPaciente::ToString(), "|",
               Campo((dni as string)), "|", Campo((nss as string)), "|", Campo((fechaCita as string)), "|",
               (horaCita as string)::Trim()::Substring(0, 5), "|", idMedico::ToString(), "|",
               Campo((colegiado as string)), "|", Campo((especialidad as string)))).

           exec sql
               declare diagnosticosEnvioTbl cursor for
                   select d.codigo_diagnostico
                   from cita_diagnosticos as d
                   where d.cita_diagnostico = :idCitaSQL
                   order by d.codigo_diagnostico asc
           end-exec.
           exec sql
               open diagnosticosEnvioTbl
           end-exec.
           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch diagnosticosEnvioTbl into :codigo
               end-exec
               if SQLCODE = 0
                   invoke contenido::AppendLine(type String::Concat("DIA", prefijo, Campo((codigo as string))))
               end-if
           end-perform.
           exec sql
               close diagnosticosEnvioTbl
           end-exec.

           exec sql
               declare recetasEnvioTbl cursor for
                   select r.medicamento_receta, coalesce(r.dosis_receta, ''), coalesce(r.duracion_receta, 0)
                   from recetas as r
                   where r.cita_receta = :idCitaSQL
                   order by r.id_receta asc
           end-exec.
           exec sql
               open recetasEnvioTbl
           end-exec.
           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch recetasEnvioTbl into :medicamento, :dosis, :duracion
               end-exec
               if SQLCODE = 0
                   invoke contenido::AppendLine(type String::Concat("REC", prefijo, Campo((medicamento as string)), "|",
                       Campo((dosis as string)), "|", duracion::ToString()))
               end-if
           end-perform.
           exec sql
               close recetasEnvioTbl
           end-exec.

           *> Las pruebas van con su resultado cuando ya lo tienen; las
           *> todavía pendientes van sin él y llegarán con su adenda
           exec sql
               declare pruebasEnvioTbl cursor for
                   select p.tipo_prueba, coalesce(p.fecha_resultado_prueba, ''), coalesce(p.resultado_prueba, '')
                   from pruebas as p
                   where p.cita_prueba = :idCitaSQL
                   order by p.id_prueba asc
           end-exec.
           exec sql
               open pruebasEnvioTbl
           end-exec.
           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch pruebasEnvioTbl into :tipoPrueba, :fechaResultado, :resultado
               end-exec
               if SQLCODE = 0
                   invoke contenido::AppendLine(type String::Concat("PRU", prefijo, Campo((tipoPrueba as string)), "|",
                       Campo((fechaResultado as string)), "|", Campo((resultado as string))))
               end-if
           end-perform.
           exec sql
               close pruebasEnvioTbl
           end-exec.

           exec sql
               declare vacunasEnvioTbl cursor for
                   select v.vacuna_vacunacion, coalesce(v.dosis_vacunacion, 0), coalesce(v.lote_vacunacion, ''),
                          v.fecha_vacunacion
                   from vacunas_administradas as v
                   where v.cita_vacunacion = :idCitaSQL
                   order by v.fecha_vacunacion asc
           end-exec.
           exec sql
               open vacunasEnvioTbl
           end-exec.
           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch vacunasEnvioTbl into :vacuna, :dosisVacuna, :lote, :fechaVacuna
               end-exec
               if SQLCODE = 0
                   invoke contenido::AppendLine(type String::Concat("VAC", prefijo, Campo((vacuna as string)), "|",
                       dosisVacuna::ToString(), "|", Campo((lote as string)), "|", Campo((fechaVacuna as string))))
               end-if
           end-perform.
           exec sql
               close vacunasEnvioTbl
           end-exec.

           exec sql
               declare adendasEnvioTbl cursor for
                   select a.fecha_adenda, a.texto_adenda
                   from adendas_clinicas as a
                   where a.cita_adenda = :idCitaSQL
                   order by a.fecha_adenda asc, a.id_adenda asc
           end-exec.
           exec sql
               open adendasEnvioTbl
           end-exec.
           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch adendasEnvioTbl into :fechaAdenda, :textoAdenda
               end-exec
               if SQLCODE = 0
                   invoke contenido::AppendLine(type String::Concat("ADE", prefijo, Campo((fechaAdenda as string)), "|",
                       Campo((textoAdenda as string))))
               end-if
           end-perform.
           exec sql
               close adendasEnvioTbl
           end-exec.

           invoke contenido::AppendLine(type String::Concat("FIN|", idCita::ToString())).

       end method.

       *>
       *> ImportarAcuses
       *>
       *> Carga un fichero de acuses de la región: cada línea se casa
       *> con su envío por cita y versión, que queda Aceptado o
       *> Rechazado con su motivo. Las líneas que no casan o vienen
       *> mal formadas quedan en la cola de errores del intercambio,
       *> sin abortar la carga del resto.
       *>
       *> Parámetros:
       *>     rutaArchivo (str): Fichero de acuses a cargar
       *>
       *> Devuelve:
       *>     str: resumen de la carga (aceptados, rechazados y errores)
       *>
       method-id ImportarAcuses.
       local-storage section.
       01 lineas type System.String occurs any.
       01 campos type System.String occurs any.
       01 idCitaSQL pic S9(9) COMP-4.
       01 versionSQL pic S9(9) COMP-4.
       01 estadoSQL pic x(15).
       01 motivoSQL pic x(255).
       01 fechaSQL pic x(19).
       01 aceptados binary-long.
       01 rechazados binary-long.
       01 conError binary-long.
       procedure division using by value rutaArchivo as string
                                   returning resumen as string.

           set aceptados to 0.
           set rechazados to 0.
           set conError to 0.

           if not type System.IO.File::Exists(rutaArchivo)
               set resumen to "El fichero indicado no existe."
               goback
           end-if

           set lineas to type System.IO.File::ReadAllLines(rutaArchivo).
           set fechaSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           perform varying linea as string through lineas
               if not linea::Trim()::Equals("")
                   set campos to linea::Split("|")
                   try
                       if campos::Length < 4 or not campos[0]::Trim()::Equals("ACK")
                           invoke AnotarErrorAcuse(rutaArchivo, linea, "Línea de acuse mal formada")
                           add 1 to conError
                       else
                           set idCitaSQL to type Int32::Parse(campos[1]::Trim())
                           set versionSQL to type Int32::Parse(campos[2]::Trim())
                           if campos[3]::Trim()::Equals("OK")
                               set estadoSQL to "Aceptado"
                               set motivoSQL to ""
                           else
                               set estadoSQL to "Rechazado"
                               if campos::Length > 4
                                   set motivoSQL to campos[4]::Trim()
                               else
                                   set motivoSQL to "Rechazado sin motivo"
                               end-if
                           end-if

                           exec sql
                               update envios_historia
                               set estado_envio = :estadoSQL,
                                   motivo_rechazo_envio = :motivoSQL,
                                   fecha_acuse_envio = :fechaSQL
                               where cita_envio = :idCitaSQL
                                 and version_envio = :versionSQL
                                 and estado_envio = 'Enviado'
                           end-exec

                           if SQLCODE < 0 or SQLERRD(3) = 0
                               invoke AnotarErrorAcuse(rutaArchivo, linea, "Acuse de un envío desconocido o ya acusado")
                               add 1 to conError
                           else
                               if (estadoSQL as string)::Trim()::Equals("Aceptado")
                                   add 1 to aceptados
                               else
                                   add 1 to rechazados
                               end-if
                           end-if
                       end-if
                   catch ex as type System.Exception
                       invoke AnotarErrorAcuse(rutaArchivo, linea, ex::Message)
                       add 1 to conError
                   end-try
               end-if
           end-perform.

           exec sql
               commit
           end-exec.

           set resumen to type String::Concat(
               "Aceptados: ", aceptados::ToString(),
               " - Rechazados: ", rechazados::ToString(),
               " - Líneas con error: ", conError::ToString()).

       end method.

       *>
       *> ImportarAcusesPendientes
       *>
       *> Pasada de importación: carga todos los ficheros de acuses
       *> que la región haya dejado en historia_compartida\entrada y
       *> los mueve a historia_compartida\procesados, para no
       *> cargarlos dos veces.
       *>
       *> Devuelve:
       *>     int: Número de ficheros procesados en esta pasada
       *>
       method-id ImportarAcusesPendientes.
       local-storage section.
       01 archivos type System.String occurs any.
       01 rutaDestino string.
       01 procesados binary-long.
       procedure division returning totalProcesados as binary-long.

           set procesados to 0.

           set archivos to type System.IO.Directory::GetFiles(CarpetaHistoria("entrada"), "*.txt").

           perform varying archivo as string through archivos
               invoke ImportarAcuses(archivo)
               set rutaDestino to type String::Concat(CarpetaHistoria("procesados"), "\",
                   type System.IO.Path::GetFileNameWithoutExtension(archivo), "_",
                   type DateTime::Now::ToString("yyyyMMddHHmmss"), ".txt")
               invoke type System.IO.File::Move(archivo, rutaDestino)
               add 1 to procesados
           end-perform.

           set totalProcesados to procesados.

       end method.

       *>
       *> AnotarErrorAcuse
       *>
       *> Deja una línea de acuse rechazada en la cola de errores del
       *> intercambio, con su fichero y el motivo.
       *>
       method-id AnotarErrorAcuse private.
       local-storage section.
       01 archivoSQL pic x(255).
       01 lineaSQL pic x(1000).
       01 motivoSQL pic x(255).
       01 fechaSQL pic x(19).
       procedure division using by value rutaArchivo as string
                                         linea as string
                                         motivo as string.

           set archivoSQL to rutaArchivo.
           set lineaSQL to linea.
           set motivoSQL to type String::Concat("Historia compartida: ", motivo).
           set fechaSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           exec sql
               insert into intercambio_errores
                   (archivo_error, linea_error, motivo_error, fecha_error, revisado_error)
               values
                   (:archivoSQL, :lineaSQL, :motivoSQL, :fechaSQL, 0)
           end-exec.

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> DevuelveRechazos
       *>
       *> Lista de encuentros rechazados por la región pendientes de
       *> corrección, del más reciente al más antiguo.
       *>
       *> Devuelve:
       *>     List[str]: "Cita #N (versión V, fecha) - motivo" por rechazo
       *>
       method-id DevuelveRechazos.
       local-storage section.
       01 idCita pic S9(9) COMP-4.
       01 versionEnvio pic S9(9) COMP-4.
       01 fechaAcuse pic x(19).
       01 motivo pic x(255).
       procedure division returning rechazos as List[string].

           set rechazos to new List[string]().

           exec sql
               declare rechazosHistoriaTbl cursor for
                   select e.cita_envio, e.version_envio, coalesce(e.fecha_acuse_envio, ''),
                          coalesce(e.motivo_rechazo_envio, '')
                   from envios_historia as e
                   where e.estado_envio = 'Rechazado'
                   order by e.fecha_acuse_envio desc
           end-exec.

           exec sql
               open rechazosHistoriaTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch rechazosHistoriaTbl into :idCita, :versionEnvio, :fechaAcuse, :motivo
               end-exec
               if SQLCODE = 0
                   invoke rechazos::Add(type String::Concat(
                       "Cita #", idCita::ToString(), " (versión ", versionEnvio::ToString(), ", ",
                       (fechaAcuse as string)::Trim(), ") - ", (motivo as string)::Trim()))
               end-if
           end-perform.

           exec sql
               close rechazosHistoriaTbl
           end-exec.

       end method.

       *>
       *> ReenviarEncuentro
       *>
       *> Marca para reenvío un encuentro rechazado, una vez corregidos
       *> los datos que motivaron el rechazo (identificación del
       *> paciente, colegiado del médico...); sale con la versión
       *> siguiente en la próxima exportación. Las correcciones
       *> clínicas se hacen con una adenda, que provoca el reenvío sola.
       *>
       *> Parámetros:
       *>     idCita (int): Cita con el envío rechazado
       *>
       *> Devuelve:
       *>     bool: True si la cita tenía un envío rechazado
       *>
       method-id ReenviarEncuentro.
       local-storage section.
       01 idCitaSQL pic S9(9) COMP-4.
       procedure division using by value idCita as binary-long
                                   returning marcado as type Boolean.

           set marcado to False.
           set idCitaSQL to idCita.

           exec sql
               update envios_historia
               set estado_envio = 'Reenviar'
               where cita_envio = :idCitaSQL
                 and estado_envio = 'Rechazado'
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("HistoriaCompartida::ReenviarEncuentro", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               goback
           end-if

           if SQLERRD(3) > 0
               set marcado to True
           end-if

           exec sql
               commit
           end-exec.

       end method.

       end class.
