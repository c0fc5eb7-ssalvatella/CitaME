       *>
       *> ElegibilidadMutua
       *>
       *> Clase que encapsula la comprobación previa de cobertura con
       *> las mutuas, para enterarnos de una póliza dada de baja antes
       *> de la consulta y no al rechazarse la factura mensual:
       *>
       *>  - Envío: cada noche se genera, por aseguradora, el fichero
       *>    con las citas del día siguiente de sus pacientes (tabla
       *>    paciente_mutua, con su número de póliza) en la carpeta
       *>    mutuas\salida, una línea por cita con campos separados
       *>    por "|":
       *>      ELG|idCita|poliza|dni|apellidos, nombre|fecha|hora|especialidad|tipo
       *>    El fichero se llama elegibilidad_<idMutua>_<yyyyMMdd>.txt
       *>    y se envía a la aseguradora.
       *>
       *>  - Respuesta: los ficheros que devuelven las aseguradoras en
       *>    mutuas\entrada se cargan solos, casados por el número de
       *>    cita:
       *>      RES|idCita|A
       *>      RES|idCita|R|motivo del rechazo
       *>    (A = cobertura aceptada, R = rechazada).
       *>
       *> Cada cita enviada queda en la tabla elegibilidad_mutua
       *> (cita_elegibilidad, mutua_elegibilidad, poliza_elegibilidad,
       *> fecha_envio_elegibilidad, estado_elegibilidad Enviada /
       *> Aceptada / Rechazada, motivo_elegibilidad,
       *> fecha_respuesta_elegibilidad). Una cita con la cobertura
       *> rechazada se avisa en el check-in del mostrador, que puede
       *> pasarla a tarifa privada antes de la consulta (ver
       *> Cita::PasarCitaAPrivado). La pasada nocturna la lanza el
       *> planificador de tareas.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.ElegibilidadMutua.

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
       *> CarpetaMutuas
       *>
       *> Devuelve (creándola si hace falta) la subcarpeta de
       *> intercambio con las mutuas indicada, junto al ejecutable.
       *>
       method-id CarpetaMutuas private.
       local-storage section.
       01 ruta string.
       procedure division using by value subcarpeta as string
                                   returning carpeta as string.

           set ruta to type String::Concat(type AppDomain::CurrentDomain::BaseDirectory, "mutuas\", subcarpeta).
           if not type System.IO.Directory::Exists(ruta)
               invoke type System.IO.Directory::CreateDirectory(ruta)
           end-if
           set carpeta to ruta.

       end method.

       *>
       *> GenerarFicheros
       *>
       *> Genera los ficheros de comprobación de cobertura de las
       *> citas de la fecha indicada, uno por aseguradora, con las
       *> citas no canceladas de sus pacientes que no se hayan pasado
       *> a tarifa privada ni enviado ya.
       *>
       *> Parámetros:
       *>     fechaSQL (str): Fecha de las citas, "yyyy-MM-dd"
       *>
       *> Devuelve:
       *>     int: Número de citas enviadas a comprobar
       *>
       method-id GenerarFicheros.
       local-storage section.
       01 fechaArgumento pic x(10).
       01 ahoraSQL pic x(19).
       01 idCita pic S9(9) COMP-4.
       01 idMutua pic S9(9) COMP-4.
       01 poliza pic x(30).
       01 dni pic x(9).
       01 nombreReal pic x(45).
       01 apellidos pic x(80).
       01 horaCita pic x(8).
       01 especialidad pic x(25).
       01 tipoCita pic x(25).
       01 idsCitas List[binary-long].
       01 idsMutuas List[binary-long].
       01 polizas List[string].
       01 lineas List[string].
       01 contenido type System.Text.StringBuilder.
       01 mutuaActual binary-long.
       01 indice binary-long.
       01 polizaSQL pic x(30).
       01 enviadas binary-long.
       procedure division using by value fechaSQL as string
                                   returning totalEnviadas as binary-long.

           set enviadas to 0.
           set fechaArgumento to fechaSQL.
           set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").
           set idsCitas to new List[binary-long]().
           set idsMutuas to new List[binary-long]().
           set polizas to new List[string]().
           set lineas to new List[string]().

           exec sql
               declare elegibilidadCitasTbl cursor for
                   select c.id_cita, pm.mutua_paciente, coalesce(pm.poliza_paciente_mutua, ''),
                          coalesce(p.dni_paciente, ''), u.nombre_real_usuario, u.apellidos_usuario,
                          c.hora_cita, m.especialidad_medico, c.tipo_cita
                   from citas as c
                   inner join paciente_mutua as pm on (pm.paciente_mutua = c.paciente_cita)
                   left join pacientes as p on (p.id_usuario_paciente = c.paciente_cita)
                   left join usuarios as u on (u.id_usuario = c.paciente_cita)
                   left join medicos as m on (m.id_usuario_medico = c.medico_cita)
                   where c.fecha_cita = :fechaArgumento
                     and c.cancelada_cita = 0
                     and coalesce(c.privada_cita, 0) = 0
                     and not exists (
                         select 1 from elegibilidad_mutua as e
                         where e.cita_elegibilidad = c.id_cita
                     )
                   order by pm.mutua_paciente, c.hora_cita
           end-exec.

           exec sql
               open elegibilidadCitasTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch elegibilidadCitasTbl into :idCita, :idMutua, :poliza, :dni, :nombreReal,
                                                   :apellidos, :horaCita, :especialidad, :tipoCita
               end-exec
               if SQLCODE = 0
                   invoke idsCitas::Add(idCita)
                   invoke idsMutuas::Add(idMutua)
                   invoke polizas::Add((poliza as string)::Trim())
                   invoke lineas::Add(type String::Concat(
                       "ELG|", idCita::ToString(), "|", (poliza as string)::Trim(), "|",
                       (dni as string)::Trim(), "|", (apellidos as string)::Trim(), ", ",
                       (nombreReal as string)::Trim(), "|", fechaSQL, "|",
                       (horaCita as string)::Trim()::Substring(0, 5), "|",
                       (especialidad as string)::Trim(), "|", (tipoCita as string)::Trim()))
               end-if
           end-perform.

           exec sql
               close elegibilidadCitasTbl
           end-exec.

           if idsCitas::Count = 0
               set totalEnviadas to 0
               goback
           end-if

           *> Un fichero por aseguradora: las citas vienen ordenadas
           *> por mutua, así que se vuelca al cambiar de mutua
           set mutuaActual to idsMutuas[0].
           set contenido to new System.Text.StringBuilder().
           perform varying indice from 0 by 1 until indice >= idsCitas::Count
               if not idsMutuas[indice] = mutuaActual
                   invoke EscribirFichero(mutuaActual, fechaSQL, contenido)
                   set mutuaActual to idsMutuas[indice]
                   set contenido to new System.Text.StringBuilder()
               end-if
               invoke contenido::AppendLine(lineas[indice])

               set idCita to idsCitas[indice]
               set idMutua to idsMutuas[indice]
               set polizaSQL to polizas[indice]
               exec sql
                   insert into elegibilidad_mutua
                       (cita_elegibilidad, mutua_elegibilidad, poliza_elegibilidad,
                        fecha_envio_elegibilidad, estado_elegibilidad)
                   values
                       (:idCita, :idMutua, :polizaSQL, :ahoraSQL, 'Enviada')
               end-exec
               add 1 to enviadas
           end-perform.
           invoke EscribirFichero(mutuaActual, fechaSQL, contenido).

           exec sql
               commit
           end-exec.

           set totalEnviadas to enviadas.

       end method.

       *>
       *> EscribirFichero
       *>
       *> Escribe en mutuas\salida el fichero de comprobación de una
       *> aseguradora para la fecha de las citas.
       *>
       method-id EscribirFichero private.
       local-storage section.
       01 rutaArchivo string.
       procedure division using by value idMutua as binary-long
                                         fechaSQL as string
                                         contenido as type System.Text.StringBuilder.

           set rutaArchivo to type String::Concat(CarpetaMutuas("salida"), "\elegibilidad_",
               idMutua::ToString(), "_", fechaSQL::Replace("-", ""), ".txt").
           invoke type System.IO.File::WriteAllText(rutaArchivo, contenido::ToString()).

       end method.

       *>
       *> ImportarRespuesta
       *>
       *> Carga un fichero de respuesta de una aseguradora: cada línea
       *> RES actualiza el estado de la cita enviada. Las líneas que
       *> no casan con ninguna cita enviada o vienen mal formadas
       *> quedan en el registro de errores, sin abortar la carga del
       *> resto.
       *>
       *> Parámetros:
       *>     rutaArchivo (str): Fichero de respuesta a cargar
       *>
       *> Devuelve:
       *>     str: resumen de la carga
       *>
       method-id ImportarRespuesta.
       local-storage section.
       01 lineas type System.String occurs any.
       01 campos type System.String occurs any.
       01 idCitaSQL pic S9(9) COMP-4.
       01 estadoSQL pic x(15).
       01 motivoSQL pic x(255).
       01 ahoraSQL pic x(19).
       01 aceptadas binary-long.
       01 rechazadas binary-long.
       01 conError binary-long.
       procedure division using by value rutaArchivo as string
                                   returning resumen as string.

           set aceptadas to 0.
           set rechazadas to 0.
           set conError to 0.
           set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           if not type System.IO.File::Exists(rutaArchivo)
               set resumen to "El fichero indicado no existe."
               goback
           end-if

           set lineas to type System.IO.File::ReadAllLines(rutaArchivo).

           perform varying linea as string through lineas
               if not linea::Trim()::Equals("")
                   set campos to linea::Split("|")
                   try
                       if campos::Length < 3 or not campos[0]::Trim()::Equals("RES")
                           invoke modeloErrores::RegistrarError("ElegibilidadMutua::ImportarRespuesta", 0,
                               type String::Concat("Línea no reconocida: ", linea))
                           add 1 to conError
                       else
                           set idCitaSQL to type Int32::Parse(campos[1]::Trim())
                           if campos[2]::Trim()::ToUpper()::Equals("A")
                               set estadoSQL to "Aceptada"
                               set motivoSQL to " "
                           else
                               set estadoSQL to "Rechazada"
                               if campos::Length > 3
                                   set motivoSQL to campos[3]::Trim()
                               else
                                   set motivoSQL to "Sin motivo indicado"
                               end-if
                           end-if

                           exec sql
                               update elegibilidad_mutua
                               set estado_elegibilidad = :estadoSQL,
                                   motivo_elegibilidad = :motivoSQL,
                                   fecha_respuesta_elegibilidad = :ahoraSQL
                               where cita_elegibilidad = :idCitaSQL
                           end-exec

                           if SQLCODE >= 0 and SQLERRD(3) > 0
                               if estadoSQL = "Aceptada"
                                   add 1 to aceptadas
                               else
                                   add 1 to rechazadas
                               end-if
                           else
                               invoke modeloErrores::RegistrarError("ElegibilidadMutua::ImportarRespuesta", SQLCODE,
                                   type String::Concat("Cita no enviada a comprobar: ", linea))
                               add 1 to conError
                           end-if
                       end-if
                   catch ex as type System.Exception
                       invoke modeloErrores::RegistrarError("ElegibilidadMutua::ImportarRespuesta", 0,
                           type String::Concat(ex::Message, ": ", linea))
                       add 1 to conError
                   end-try
               end-if
           end-perform.

           exec sql
               commit
           end-exec.

           set resumen to type String::Concat(
               "Coberturas aceptadas: ", aceptadas::ToString(),
               " - Rechazadas: ", rechazadas::ToString(),
               " - Líneas con error: ", conError::ToString()).

       end method.

       *>
       *> ImportarRespuestasPendientes
       *>
       *> Pasada de importación: carga todas las respuestas que haya
       *> en mutuas\entrada y las mueve a mutuas\procesados, para no
       *> cargarlas dos veces.
       *>
       *> Devuelve:
       *>     int: Número de ficheros procesados en esta pasada
       *>
       method-id ImportarRespuestasPendientes.
       local-storage section.
       01 archivos type System.String occurs any.
       01 rutaDestino string.
       01 procesados binary-long.
       procedure division returning totalProcesados as binary-long.

           set procesados to 0.

           set archivos to type System.IO.Directory::GetFiles(CarpetaMutuas("entrada"), "*.txt").

           perform varying archivo as string through archivos
               invoke ImportarRespuesta(archivo)
               set rutaDestino to type String::Concat(CarpetaMutuas("procesados"), "\",
                   type System.IO.Path::GetFileNameWithoutExtension(archivo), "_",
                   type DateTime::Now::ToString("yyyyMMddHHmmss"), ".txt")
               invoke type System.IO.File::Move(archivo, rutaDestino)
               add 1 to procesados
           end-perform.

           set totalProcesados to procesados.

       end method.

       *>
       *> DevuelveEstadoCita
       *>
       *> Estado de la comprobación de cobertura de una cita, para el
       *> aviso del check-in.
       *>
       *> Parámetros:
       *>     idCita (int): Cita
       *>
       *> Devuelve:
       *>     str: "Sin cobertura" (paciente sin mutua), "Privada"
       *>          (cita pasada a tarifa privada), "Sin comprobar",
       *>          "Enviada", "Aceptada" o "Rechazada: motivo"
       *>
       method-id DevuelveEstadoCita.
       local-storage section.
       01 idCitaSQL pic S9(9) COMP-4.
       01 idMutua pic S9(9) COMP-4.
       01 privada pic S9(9) COMP-4.
       01 estado pic x(15).
       01 motivo pic x(255).
       procedure division using by value idCita as binary-long
                                   returning estadoCobertura as string.

           set idCitaSQL to idCita.

           set idMutua to 0.
           set privada to 0.
           exec sql
               select coalesce(pm.mutua_paciente, 0), coalesce(c.privada_cita, 0)
               into :idMutua, :privada
               from citas as c
               left join paciente_mutua as pm on (pm.paciente_mutua = c.paciente_cita)
               where c.id_cita = :idCitaSQL
           end-exec.

           if idMutua = 0
               set estadoCobertura to "Sin cobertura"
               goback
           end-if

           if privada = 1
               set estadoCobertura to "Privada"
               goback
           end-if

           exec sql
               select e.estado_elegibilidad, coalesce(e.motivo_elegibilidad, '')
               into :estado, :motivo
               from elegibilidad_mutua as e
               where e.cita_elegibilidad = :idCitaSQL
           end-exec.

           if not SQLCODE = 0
               set estadoCobertura to "Sin comprobar"
               goback
           end-if

           if (estado as string)::Trim()::Equals("Rechazada")
               set estadoCobertura to type String::Concat("Rechazada: ", (motivo as string)::Trim())
           else
               set estadoCobertura to (estado as string)::Trim()
           end-if.

       end method.

       *>
       *> DevuelveRechazadas
       *>
       *> Devuelve las citas desde hoy con la cobertura rechazada que
       *> siguen sin pasar a tarifa privada, para que el mostrador
       *> pueda avisar al paciente antes de que llegue.
       *>
       *> Devuelve:
       *>     List[str]: "#idCita fecha hora - paciente - mutua - motivo"
       *>
       method-id DevuelveRechazadas.
       local-storage section.
       01 hoySQL pic x(10).
       01 idCita pic S9(9) COMP-4.
       01 fechaCita pic x(10).
       01 horaCita pic x(8).
       01 nombreReal pic x(45).
       01 apellidos pic x(80).
       01 nombreMutua pic x(100).
       01 motivo pic x(255).
       procedure division returning rechazadas as List[string].

           set rechazadas to new List[string]().
           set hoySQL to type DateTime::Now::ToString("yyyy-MM-dd").

           exec sql
               declare elegibilidadRechazadasTbl cursor for
                   select c.id_cita, c.fecha_cita, c.hora_cita, u.nombre_real_usuario, u.apellidos_usuario,
                          coalesce(mu.nombre_mutua, ''), coalesce(e.motivo_elegibilidad, '')
                   from elegibilidad_mutua as e
                   inner join citas as c on (c.id_cita = e.cita_elegibilidad)
                   left join usuarios as u on (u.id_usuario = c.paciente_cita)
                   left join mutuas as mu on (mu.id_mutua = e.mutua_elegibilidad)
                   where e.estado_elegibilidad = 'Rechazada'
                     and c.fecha_cita >= :hoySQL
                     and c.cancelada_cita = 0
                     and coalesce(c.privada_cita, 0) = 0
                   order by c.fecha_cita, c.hora_cita
           end-exec.

           exec sql
               open elegibilidadRechazadasTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch elegibilidadRechazadasTbl into :idCita, :fechaCita, :horaCita, :nombreReal,
                                                        :apellidos, :nombreMutua, :motivo
               end-exec
               if SQLCODE = 0
                   invoke rechazadas::Add(type String::Concat(
                       "#", idCita::ToString(), " ", (fechaCita as string)::Trim(), " ",
                       (horaCita as string)::Trim()::Substring(0, 5), " - ",
                       (nombreReal as string)::Trim(), " ", (apellidos as string)::Trim(), " - ",
                       (nombreMutua as string)::Trim(), " - ", (motivo as string)::Trim()))
               end-if
           end-perform.

           exec sql
               close elegibilidadRechazadasTbl
           end-exec.

       end method.

       end class.
