       *>
       *> NeveraVacunas
       *>
       *> Clase que encapsula el registro de temperaturas de las
       *> neveras de vacunas (cadena de frío):
       *>
       *>  - Lecturas: se anotan a mano desde recepción o se cargan
       *>    solas del fichero que exporta el registrador de datos de
       *>    cada nevera, dejado en la carpeta neveras\entrada, una
       *>    lectura por línea con campos separados por ";":
       *>      idNevera;yyyy-MM-dd HH:mm;temperatura
       *>    (temperatura en grados, con coma o punto decimal). Las
       *>    líneas que no empiezan por un número (cabeceras del
       *>    registrador) se ignoran, y una lectura ya cargada para la
       *>    misma nevera y hora no se duplica.
       *>
       *>  - Excursiones: una lectura fuera de los límites de la nevera
       *>    abre una excursión y pone en Cuarentena todos los lotes
       *>    disponibles guardados en ella (ver Inventario::AsignarNevera),
       *>    de modo que ni Inventario::RegistrarSalida ni
       *>    Campania::RegistrarVacunacion los aceptan, y alerta a los
       *>    administradores (ver Notificador::EnviarAlertaTemperatura).
       *>    El farmacéutico resuelve cada lote liberándolo o
       *>    descartándolo; la excursión se da por resuelta cuando no
       *>    le queda ningún lote pendiente.
       *>
       *> Las temperaturas se guardan en décimas de grado (45 = 4,5 ºC).
       *>
       *> Tablas:
       *>  - neveras: id_nevera, nombre_nevera, temp_min_nevera,
       *>    temp_max_nevera.
       *>  - lecturas_nevera: id_lectura, nevera_lectura,
       *>    fecha_lectura, temperatura_lectura, origen_lectura (Manual
       *>    o Registrador), usuario_lectura (0 si viene del
       *>    registrador) y fuera_rango_lectura.
       *>  - excursiones_nevera: id_excursion, nevera_excursion,
       *>    fecha_excursion, temperatura_excursion (la lectura que la
       *>    abrió), estado_excursion (Abierta o Resuelta) y
       *>    fecha_resolucion_excursion.
       *>  - excursion_lotes: excursion_lote, articulo_excursion_lote,
       *>    resolucion_excursion_lote (Pendiente, Liberado o
       *>    Descartado), usuario_excursion_lote,
       *>    fecha_excursion_lote y observaciones_excursion_lote.
       *>
       *> El informe mensual de la cadena de frío para la autoridad
       *> sanitaria se escribe en la carpeta neveras, junto al
       *> ejecutable.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.NeveraVacunas.

       working-storage section.

       01 modeloInventario type CitaMe.modelo.Inventario.
       01 modeloNotificador type CitaMe.modelo.Notificador.
       01 modeloErrores type CitaMe.modelo.RegistroErrores.

       *> Habilita las variables de SQL
       exec sql
           include sqlca
       end-exec.

       method-id NEW.
       procedure division.
           set modeloInventario to new CitaMe.modelo.Inventario().
           set modeloNotificador to new CitaMe.modelo.Notificador().
           set modeloErrores to new CitaMe.modelo.RegistroErrores().
           goback.
       end method.

       *>
       *> CarpetaNeveras
       *>
       *> Devuelve (creándola si hace falta) la carpeta de las neveras
       *> junto al ejecutable, o la subcarpeta indicada dentro de ella.
       *>
       method-id CarpetaNeveras private.
       local-storage section.
       01 ruta string.
       procedure division using by value subcarpeta as string
                                   returning carpeta as string.

           set ruta to type String::Concat(type AppDomain::CurrentDomain::BaseDirectory, "neveras").
           if not subcarpeta::Equals("")
               set ruta to type String::Concat(ruta, "\", subcarpeta)
           end-if
           if not type System.IO.Directory::Exists(ruta)
               invoke type System.IO.Directory::CreateDirectory(ruta)
           end-if
           set carpeta to ruta.

       end method.

       *>
       *> TextoTemperatura
       *>
       *> Da formato "4,5 ºC" a una temperatura en décimas de grado.
       *>
       method-id TextoTemperatura private.
       local-storage section.
       01 valorAbsoluto binary-long.
       procedure division using by value decimas as binary-long
                                   returning texto as string.

           if decimas < 0
               compute valorAbsoluto = 0 - decimas
               set texto to "-"
           else
               set valorAbsoluto to decimas
               set texto to ""
           end-if

           set texto to type String::Concat(texto, (valorAbsoluto / 10)::ToString(), ",",
               (function mod(valorAbsoluto, 10))::ToString(), " ºC").

       end method.

       *>
       *> DecimasDeGrados
       *>
       *> Convierte una temperatura escrita en grados, con coma o punto
       *> decimal ("4,5", "-0.3"), a décimas de grado. Lanza excepción
       *> si el texto no es un número.
       *>
       *> Parámetros:
       *>     texto (str): Temperatura en grados
       *>
       *> Devuelve:
       *>     int: Temperatura en décimas de grado
       *>
       method-id DecimasDeGrados.
       local-storage section.
       01 grados pic S9(3)V9(2).
       procedure division using by value texto as string
                                   returning decimas as binary-long.

           set grados to type Decimal::Parse(texto::Trim()::Replace(",", "."),
               type System.Globalization.CultureInfo::InvariantCulture).
           compute decimas rounded = grados * 10.

       end method.

       *>
       *> RegistrarNevera
       *>
       *> Da de alta una nevera de vacunas con sus límites de
       *> temperatura.
       *>
       *> Parámetros:
       *>     nombre (str): Nombre o ubicación de la nevera
       *>     tempMinima (int): Límite inferior, en décimas de grado
       *>     tempMaxima (int): Límite superior, en décimas de grado
       *>
       *> Devuelve:
       *>     int: id de la nevera, 0 en caso de error
       *>
       method-id RegistrarNevera.
       local-storage section.
       01 nombreSQL pic x(100).
       01 minimaSQL pic S9(9) COMP-4.
       01 maximaSQL pic S9(9) COMP-4.
       01 idNeveraSQL pic S9(9) COMP-4.
       procedure division using by value nombre as string
                                         tempMinima as binary-long
                                         tempMaxima as binary-long
                                   returning idNevera as binary-long.

           set idNevera to 0.

           if nombre::Trim()::Equals("") or tempMinima >= tempMaxima
               goback
           end-if

           set nombreSQL to nombre::Trim().
           set minimaSQL to tempMinima.
           set maximaSQL to tempMaxima.

           exec sql
               insert into neveras
                   (nombre_nevera, temp_min_nevera, temp_max_nevera)
               values
                   (:nombreSQL, :minimaSQL, :maximaSQL)
           end-exec.

           if SQLCODE < 0
               goback
           end-if

           exec sql
               select LAST_INSERT_ID() into :idNeveraSQL
           end-exec.

           exec sql
               commit
           end-exec.

           set idNevera to idNeveraSQL.

       end method.

       *>
       *> DevuelveNeveras
       *>
       *> Devuelve las neveras con sus límites y la última lectura.
       *>
       *> Devuelve:
       *>     List[str]: "Nevera #id nombre (mín - máx) - última lectura"
       *>                por nevera
       *>
       method-id DevuelveNeveras.
       local-storage section.
       01 idNevera pic S9(9) COMP-4.
       01 nombre pic x(100).
       01 minima pic S9(9) COMP-4.
       01 maxima pic S9(9) COMP-4.
       01 fechaUltima pic x(19).
       01 temperaturaUltima pic S9(9) COMP-4.
       01 ultimaLectura string.
       procedure division returning neveras as List[string].

           set neveras to new List[string]().

           exec sql
               declare neverasTbl cursor for
                   select n.id_nevera, n.nombre_nevera, n.temp_min_nevera, n.temp_max_nevera,
                          coalesce(l.fecha_lectura, ''), coalesce(l.temperatura_lectura, 0)
                   from neveras as n
                   left join lecturas_nevera as l on (l.id_lectura = (
                       select max(l2.id_lectura) from lecturas_nevera as l2
                       where l2.nevera_lectura = n.id_nevera
                         and l2.fecha_lectura = (
                             select max(l3.fecha_lectura) from lecturas_nevera as l3
                             where l3.nevera_lectura = n.id_nevera)))
                   order by n.id_nevera asc
           end-exec.

           exec sql
               open neverasTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch neverasTbl into :idNevera, :nombre, :minima, :maxima,
                                         :fechaUltima, :temperaturaUltima
               end-exec
               if SQLCODE = 0
                   if (fechaUltima as string)::Trim()::Equals("")
                       set ultimaLectura to "sin lecturas"
                   else
                       set ultimaLectura to type String::Concat("última lectura ",
                           TextoTemperatura(temperaturaUltima), " el ", (fechaUltima as string)::Trim())
                   end-if
                   invoke neveras::Add(type String::Concat(
                       "Nevera #", idNevera::ToString(), " ", (nombre as string)::Trim(),
                       " (", TextoTemperatura(minima), " - ", TextoTemperatura(maxima), ") - ",
                       ultimaLectura))
               end-if
           end-perform.

           exec sql
               close neverasTbl
           end-exec.

       end method.

       *>
       *> RegistrarLectura
       *>
       *> Anota una lectura de temperatura de una nevera. Si está fuera
       *> de sus límites abre la excursión (o usa la que ya esté
       *> abierta), pone en cuarentena los lotes disponibles guardados
       *> en la nevera y avisa a los administradores. Los lotes ya
       *> retirados o descartados no se tocan.
       *>
       *> Parámetros:
       *>     idNevera (int): Nevera
       *>     fechaHora (str): Momento de la lectura,
       *>                      "yyyy-MM-dd HH:mm:ss"
       *>     temperatura (int): Temperatura en décimas de grado
       *>     origen (str): Manual o Registrador
       *>     idUsuario (int): Usuario que la anota, 0 si viene del
       *>                      registrador
       *>
       *> Devuelve:
       *>     str: resultado de la lectura, "" si la nevera no existe o
       *>          hubo error
       *>
       method-id RegistrarLectura.
       local-storage section.
       01 idNeveraSQL pic S9(9) COMP-4.
       01 fechaSQL pic x(19).
       01 temperaturaSQL pic S9(9) COMP-4.
       01 origenSQL pic x(15).
       01 idUsuarioSQL pic S9(9) COMP-4.
       01 ahoraSQL pic x(19).
       01 nombre pic x(100).
       01 minima pic S9(9) COMP-4.
       01 maxima pic S9(9) COMP-4.
       01 fueraRango pic S9(9) COMP-4.
       01 idExcursionSQL pic S9(9) COMP-4.
       01 excursionNueva type Boolean.
       01 idArticulo pic S9(9) COMP-4.
       01 nombreArticulo pic x(100).
       01 lote pic x(50).
       01 stock pic S9(9) COMP-4.
       01 idsArticulos List[binary-long].
       01 descripcionLotes List[string].
       01 idsAdmins List[binary-long].
       01 idAdmin pic S9(9) COMP-4.
       01 alerta type System.Text.StringBuilder.
       procedure division using by value idNevera as binary-long
                                         fechaHora as string
                                         temperatura as binary-long
                                         origen as string
                                         idUsuario as binary-long
                                   returning resultado as string.

           set resultado to "".
           set idNeveraSQL to idNevera.
           set fechaSQL to fechaHora.
           set temperaturaSQL to temperatura.
           set origenSQL to origen.
           set idUsuarioSQL to idUsuario.
           set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           exec sql
               select n.nombre_nevera, n.temp_min_nevera, n.temp_max_nevera
               into :nombre, :minima, :maxima
               from neveras as n
               where n.id_nevera = :idNeveraSQL
           end-exec.

           if not SQLCODE = 0
               goback
           end-if

           if temperatura < minima or temperatura > maxima
               set fueraRango to 1
           else
               set fueraRango to 0
           end-if

           exec sql
               insert into lecturas_nevera
                   (nevera_lectura, fecha_lectura, temperatura_lectura, origen_lectura,
                    usuario_lectura, fuera_rango_lectura)
               values
                   (:idNeveraSQL, :fechaSQL, :temperaturaSQL, :origenSQL,
                    :idUsuarioSQL, :fueraRango)
           end-exec.

           if SQLCODE < 0
               goback
           end-if

           exec sql
               commit
           end-exec.

           if fueraRango = 0
               set resultado to type String::Concat("Lectura registrada: ", TextoTemperatura(temperatura),
                   " dentro de rango.")
               goback
           end-if

           *> Fuera de rango: una sola excursión abierta por nevera
           set idExcursionSQL to 0.
           set excursionNueva to False.
           exec sql
               select coalesce(max(e.id_excursion), 0) into :idExcursionSQL
               from excursiones_nevera as e
               where e.nevera_excursion = :idNeveraSQL
                 and e.estado_excursion = 'Abierta'
           end-exec.

           if idExcursionSQL = 0
               exec sql
                   insert into excursiones_nevera
                       (nevera_excursion, fecha_excursion, temperatura_excursion, estado_excursion)
                   values
                       (:idNeveraSQL, :fechaSQL, :temperaturaSQL, 'Abierta')
               end-exec
               if SQLCODE < 0
                   invoke modeloErrores::RegistrarError("NeveraVacunas::RegistrarLectura", SQLCODE,
                       type String::Concat("No se pudo abrir la excursión de la nevera #", idNevera::ToString()))
                   goback
               end-if
               exec sql
                   select LAST_INSERT_ID() into :idExcursionSQL
               end-exec
               set excursionNueva to True
           end-if

           *> Lotes disponibles y con stock guardados en la nevera
           set idsArticulos to new List[binary-long]().
           set descripcionLotes to new List[string]().

           exec sql
               declare neveraLotesTbl cursor for
                   select a.id_articulo, a.nombre_articulo, a.lote_articulo, a.stock_articulo
                   from articulos_inventario as a
                   where a.nevera_articulo = :idNeveraSQL
                     and a.stock_articulo > 0
                     and coalesce(a.estado_lote_articulo, 'Disponible') = 'Disponible'
           end-exec.

           exec sql
               open neveraLotesTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch neveraLotesTbl into :idArticulo, :nombreArticulo, :lote, :stock
               end-exec
               if SQLCODE = 0
                   invoke idsArticulos::Add(idArticulo)
                   invoke descripcionLotes::Add(type String::Concat(
                       (nombreArticulo as string)::Trim(), " lote ", (lote as string)::Trim(),
                       " (", stock::ToString(), " uds.)"))
               end-if
           end-perform.

           exec sql
               close neveraLotesTbl
           end-exec.

           perform varying idArticuloCuarentena as binary-long through idsArticulos
               set idArticulo to idArticuloCuarentena
               exec sql
                   update articulos_inventario
                   set estado_lote_articulo = 'Cuarentena'
                   where id_articulo = :idArticulo
               end-exec
               exec sql
                   insert into excursion_lotes
                       (excursion_lote, articulo_excursion_lote, resolucion_excursion_lote,
                        usuario_excursion_lote, fecha_excursion_lote)
                   values
                       (:idExcursionSQL, :idArticulo, 'Pendiente', 0, :ahoraSQL)
               end-exec
           end-perform.

           exec sql
               commit
           end-exec.

           set resultado to type String::Concat("LECTURA FUERA DE RANGO: ", TextoTemperatura(temperatura),
               " (límites ", TextoTemperatura(minima), " - ", TextoTemperatura(maxima), "). Lotes en cuarentena: ",
               idsArticulos::Count::ToString(), ".").

           *> Solo se avisa cuando algo cambia: una lectura fuera de
           *> rango más de una excursión ya abierta y sin lotes nuevos
           *> no repite la alerta
           if idsArticulos::Count = 0 and not excursionNueva
               goback
           end-if

           set alerta to new System.Text.StringBuilder().
           invoke alerta::AppendLine(type String::Concat("La nevera ", (nombre as string)::Trim(),
               " ha registrado ", TextoTemperatura(temperatura), " el ", fechaHora,
               " (límites ", TextoTemperatura(minima), " - ", TextoTemperatura(maxima), ")."))
           invoke alerta::AppendLine("").
           if idsArticulos::Count = 0
               invoke alerta::AppendLine("No hay lotes disponibles en la nevera.")
           else
               invoke alerta::AppendLine("Lotes puestos en cuarentena hasta que farmacia los libere o descarte:")
               perform varying descripcionLote as string through descripcionLotes
                   invoke alerta::AppendLine(type String::Concat("  ", descripcionLote))
               end-perform
           end-if

           set idsAdmins to new List[binary-long]().

           exec sql
               declare neveraAdminsTbl cursor for
                   select u.id_usuario
                   from usuarios as u
                   where u.tipo_usuario = 0
                     and u.activo_usuario = 1
                     and coalesce(u.correo_usuario, '') <> ''
           end-exec.

           exec sql
               open neveraAdminsTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch neveraAdminsTbl into :idAdmin
               end-exec
               if SQLCODE = 0
                   invoke idsAdmins::Add(idAdmin)
               end-if
           end-perform.

           exec sql
               close neveraAdminsTbl
           end-exec.

           perform varying idAdminAlerta as binary-long through idsAdmins
               invoke modeloNotificador::EnviarAlertaTemperatura(idAdminAlerta, (nombre as string)::Trim(),
                   alerta::ToString())
           end-perform.

       end method.

       *>
       *> ImportarRegistrador
       *>
       *> Carga el fichero exportado por el registrador de datos de
       *> una nevera. Las líneas mal formadas quedan en el registro de
       *> errores, sin abortar la carga del resto.
       *>
       *> Parámetros:
       *>     rutaArchivo (str): Fichero del registrador
       *>
       *> Devuelve:
       *>     str: resumen de la carga
       *>
       method-id ImportarRegistrador.
       local-storage section.
       01 lineas type System.String occurs any.
       01 campos type System.String occurs any.
       01 idNeveraSQL pic S9(9) COMP-4.
       01 fechaSQL pic x(19).
       01 existentes pic S9(9) COMP-4.
       01 decimas binary-long.
       01 resultado string.
       01 cargadas binary-long.
       01 fueraRango binary-long.
       01 repetidas binary-long.
       01 conError binary-long.
       procedure division using by value rutaArchivo as string
                                   returning resumen as string.

           set cargadas to 0.
           set fueraRango to 0.
           set repetidas to 0.
           set conError to 0.

           if not type System.IO.File::Exists(rutaArchivo)
               set resumen to "El fichero indicado no existe."
               goback
           end-if

           set lineas to type System.IO.File::ReadAllLines(rutaArchivo).

           perform varying linea as string through lineas
               if not linea::Trim()::Equals("") and type Char::IsDigit(linea::Trim(), 0)
                   set campos to linea::Split(";")
                   try
                       if campos::Length < 3
                           invoke modeloErrores::RegistrarError("NeveraVacunas::ImportarRegistrador", 0,
                               type String::Concat("Línea no reconocida: ", linea))
                           add 1 to conError
                       else
                           set idNeveraSQL to type Int32::Parse(campos[0]::Trim())
                           set fechaSQL to type DateTime::ParseExact(campos[1]::Trim(), "yyyy-MM-dd HH:mm",
                               type System.Globalization.CultureInfo::InvariantCulture)::ToString("yyyy-MM-dd HH:mm:ss")
                           set decimas to DecimasDeGrados(campos[2])

                           exec sql
                               select count(*) into :existentes
                               from lecturas_nevera as l
                               where l.nevera_lectura = :idNeveraSQL
                                 and l.fecha_lectura = :fechaSQL
                           end-exec

                           if SQLCODE = 0 and existentes > 0
                               add 1 to repetidas
                           else
                               set resultado to RegistrarLectura(idNeveraSQL, fechaSQL, decimas, "Registrador", 0)
                               if resultado::Equals("")
                                   invoke modeloErrores::RegistrarError("NeveraVacunas::ImportarRegistrador", SQLCODE,
                                       type String::Concat("Nevera desconocida o lectura no registrada: ", linea))
                                   add 1 to conError
                               else
                                   add 1 to cargadas
                                   if resultado::StartsWith("LECTURA FUERA DE RANGO")
                                       add 1 to fueraRango
                                   end-if
                               end-if
                           end-if
                       end-if
                   catch ex as type System.Exception
                       invoke modeloErrores::RegistrarError("NeveraVacunas::ImportarRegistrador", 0,
                           type String::Concat(ex::Message, ": ", linea))
                       add 1 to conError
                   end-try
               end-if
           end-perform.

           set resumen to type String::Concat(
               "Lecturas cargadas: ", cargadas::ToString(),
               " - Fuera de rango: ", fueraRango::ToString(),
               " - Ya cargadas: ", repetidas::ToString(),
               " - Líneas con error: ", conError::ToString()).

       end method.

       *>
       *> ImportarRegistradoresPendientes
       *>
       *> Pasada de importación: carga todos los ficheros de los
       *> registradores que haya en neveras\entrada y los mueve a
       *> neveras\procesados, para no cargarlos dos veces.
       *>
       *> Devuelve:
       *>     int: Número de ficheros procesados en esta pasada
       *>
       method-id ImportarRegistradoresPendientes.
       local-storage section.
       01 archivos type System.String occurs any.
       01 rutaDestino string.
       01 procesados binary-long.
       procedure division returning totalProcesados as binary-long.

           set procesados to 0.

           set archivos to type System.IO.Directory::GetFiles(CarpetaNeveras("entrada")).

           perform varying archivo as string through archivos
               invoke ImportarRegistrador(archivo)
               set rutaDestino to type String::Concat(CarpetaNeveras("procesados"), "\",
                   type System.IO.Path::GetFileNameWithoutExtension(archivo), "_",
                   type DateTime::Now::ToString("yyyyMMddHHmmss"),
                   type System.IO.Path::GetExtension(archivo))
               invoke type System.IO.File::Move(archivo, rutaDestino)
               add 1 to procesados
           end-perform.

           set totalProcesados to procesados.

       end method.

       *>
       *> LiberarLote
       *>
       *> El farmacéutico da por bueno un lote en cuarentena (p.ej.
       *> según la estabilidad indicada por el fabricante): vuelve a
       *> estar Disponible.
       *>
       *> Parámetros:
       *>     idArticulo (int): Artículo en cuarentena
       *>     idUsuario (int): Farmacéutico que lo libera
       *>     observaciones (str): Justificación de la liberación
       *>
       *> Devuelve:
       *>     Boolean: True si el lote estaba pendiente y se ha liberado
       *>
       method-id LiberarLote.
       local-storage section.
       01 idArticuloSQL pic S9(9) COMP-4.
       procedure division using by value idArticulo as binary-long
                                         idUsuario as binary-long
                                         observaciones as string
                                   returning exito as type Boolean.

           set exito to False.
           set idArticuloSQL to idArticulo.

           if not ResolverLote(idArticulo, "Liberado", idUsuario, observaciones)
               goback
           end-if

           exec sql
               update articulos_inventario
               set estado_lote_articulo = 'Disponible'
               where id_articulo = :idArticuloSQL
                 and estado_lote_articulo = 'Cuarentena'
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("NeveraVacunas::LiberarLote", SQLCODE,
                   type String::Concat("No se pudo liberar el artículo #", idArticulo::ToString()))
               exec sql
                   rollback
               end-exec
               goback
           end-if

           exec sql
               commit
           end-exec.

           if SQLCODE = 0
               set exito to True
           end-if.

       end method.

       *>
       *> DescartarLote
       *>
       *> El farmacéutico desecha un lote en cuarentena: su stock se
       *> da de baja en el inventario (ver
       *> Inventario::DescartarArticulo).
       *>
       *> Parámetros:
       *>     idArticulo (int): Artículo en cuarentena
       *>     idUsuario (int): Farmacéutico que lo descarta
       *>     observaciones (str): Motivo del descarte
       *>
       *> Devuelve:
       *>     Boolean: True si el lote estaba pendiente y se ha
       *>              descartado
       *>
       method-id DescartarLote.
       procedure division using by value idArticulo as binary-long
                                         idUsuario as binary-long
                                         observaciones as string
                                   returning exito as type Boolean.

           set exito to False.

           if not ResolverLote(idArticulo, "Descartado", idUsuario, observaciones)
               goback
           end-if

           *> La resolución y la baja del stock se guardan juntas
           if not modeloInventario::DescartarArticulo(idArticulo,
               type String::Concat("Descarte por rotura de cadena de frío: ", observaciones::Trim()))
               exec sql
                   rollback
               end-exec
               invoke modeloErrores::RegistrarError("NeveraVacunas::DescartarLote", 0,
                   type String::Concat("No se pudo dar de baja el artículo #", idArticulo::ToString()))
               goback
           end-if

           exec sql
               commit
           end-exec.

           if SQLCODE = 0
               set exito to True
           end-if.

       end method.

       *>
       *> ResolverLote
       *>
       *> Anota la resolución del farmacéutico sobre un lote pendiente
       *> de una excursión y, si era el último, da la excursión por
       *> resuelta. No confirma la transacción: quien llama la
       *> confirma junto con el cambio del lote.
       *>
       method-id ResolverLote private.
       local-storage section.
       01 idArticuloSQL pic S9(9) COMP-4.
       01 resolucionSQL pic x(15).
       01 idUsuarioSQL pic S9(9) COMP-4.
       01 observacionesSQL pic x(255).
       01 ahoraSQL pic x(19).
       01 idExcursionSQL pic S9(9) COMP-4.
       01 pendientes pic S9(9) COMP-4.
       procedure division using by value idArticulo as binary-long
                                         resolucion as string
                                         idUsuario as binary-long
                                         observaciones as string
                                   returning exito as type Boolean.

           set exito to False.
           set idArticuloSQL to idArticulo.
           set resolucionSQL to resolucion.
           set idUsuarioSQL to idUsuario.
           set observacionesSQL to observaciones::Trim().
           set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           exec sql
               select max(el.excursion_lote) into :idExcursionSQL
               from excursion_lotes as el
               where el.articulo_excursion_lote = :idArticuloSQL
                 and el.resolucion_excursion_lote = 'Pendiente'
           end-exec.

           if not SQLCODE = 0 or idExcursionSQL = 0
               goback
           end-if

           exec sql
               update excursion_lotes
               set resolucion_excursion_lote = :resolucionSQL,
                   usuario_excursion_lote = :idUsuarioSQL,
                   fecha_excursion_lote = :ahoraSQL,
                   observaciones_excursion_lote = :observacionesSQL
               where excursion_lote = :idExcursionSQL
                 and articulo_excursion_lote = :idArticuloSQL
                 and resolucion_excursion_lote = 'Pendiente'
           end-exec.

           if SQLCODE < 0 or SQLERRD(3) = 0
               exec sql
                   rollback
               end-exec
               goback
           end-if

           exec sql
               select count(*) into :pendientes
               from excursion_lotes as el
               where el.excursion_lote = :idExcursionSQL
                 and el.resolucion_excursion_lote = 'Pendiente'
           end-exec.

           if SQLCODE = 0 and pendientes = 0
               exec sql
                   update excursiones_nevera
                   set estado_excursion = 'Resuelta',
                       fecha_resolucion_excursion = :ahoraSQL
                   where id_excursion = :idExcursionSQL
               end-exec
               if SQLCODE < 0
                   invoke modeloErrores::RegistrarError("NeveraVacunas::ResolverLote", SQLCODE,
                       type String::Concat("No se pudo cerrar la excursión del artículo #", idArticulo::ToString()))
                   exec sql
                       rollback
                   end-exec
                   goback
               end-if
           end-if

           set exito to True.

       end method.

       *>
       *> DevuelveCuarentena
       *>
       *> Devuelve los lotes en cuarentena pendientes de que farmacia
       *> los libere o descarte.
       *>
       *> Devuelve:
       *>     List[str]: "Artículo #id - nombre lote - nevera - desde"
       *>                por lote
       *>
       method-id DevuelveCuarentena.
       local-storage section.
       01 idArticulo pic S9(9) COMP-4.
       01 nombreArticulo pic x(100).
       01 lote pic x(50).
       01 stock pic S9(9) COMP-4.
       01 nombreNevera pic x(100).
       01 fechaExcursion pic x(19).
       01 temperatura pic S9(9) COMP-4.
       procedure division returning lotes as List[string].

           set lotes to new List[string]().

           exec sql
               declare cuarentenaTbl cursor for
                   select a.id_articulo, a.nombre_articulo, a.lote_articulo, a.stock_articulo,
                          n.nombre_nevera, e.fecha_excursion, e.temperatura_excursion
                   from excursion_lotes as el
                   inner join excursiones_nevera as e on (e.id_excursion = el.excursion_lote)
                   inner join neveras as n on (n.id_nevera = e.nevera_excursion)
                   inner join articulos_inventario as a on (a.id_articulo = el.articulo_excursion_lote)
                   where el.resolucion_excursion_lote = 'Pendiente'
                   order by e.fecha_excursion asc, a.nombre_articulo asc
           end-exec.

           exec sql
               open cuarentenaTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch cuarentenaTbl into :idArticulo, :nombreArticulo, :lote, :stock,
                                            :nombreNevera, :fechaExcursion, :temperatura
               end-exec
               if SQLCODE = 0
                   invoke lotes::Add(type String::Concat(
                       "Artículo #", idArticulo::ToString(), " - ", (nombreArticulo as string)::Trim(),
                       " lote ", (lote as string)::Trim(), " (", stock::ToString(), " uds.) - ",
                       (nombreNevera as string)::Trim(), " - desde ", (fechaExcursion as string)::Trim(),
                       " a ", TextoTemperatura(temperatura)))
               end-if
           end-perform.

           exec sql
               close cuarentenaTbl
           end-exec.

       end method.

       *>
       *> DevuelveExcursionesAbiertas
       *>
       *> Número de excursiones de temperatura sin resolver, para el
       *> aviso del panel del administrador.
       *>
       *> Devuelve:
       *>     int: excursiones abiertas
       *>
       method-id DevuelveExcursionesAbiertas.
       local-storage section.
       01 abiertas pic S9(9) COMP-4.
       procedure division returning totalAbiertas as binary-long.

           set totalAbiertas to 0.

           exec sql
               select count(*) into :abiertas
               from excursiones_nevera as e
               where e.estado_excursion = 'Abierta'
           end-exec.

           if SQLCODE = 0
               set totalAbiertas to abiertas
           end-if

       end method.

       *>
       *> GenerarInformeMensual
       *>
       *> Escribe en la carpeta neveras el informe de la cadena de frío
       *> de un mes para la autoridad sanitaria: por nevera, sus
       *> límites, las lecturas del mes (número, mínima, máxima y fuera
       *> de rango) y las excursiones con la resolución de cada lote.
       *>
       *> Parámetros:
       *>     mes (str): Mes del informe, "yyyy-MM"
       *>
       *> Devuelve:
       *>     str: ruta del informe
       *>
       method-id GenerarInformeMensual.
       local-storage section.
       01 desdeSQL pic x(19).
       01 hastaSQL pic x(19).
       01 idNevera pic S9(9) COMP-4.
       01 nombre pic x(100).
       01 minima pic S9(9) COMP-4.
       01 maxima pic S9(9) COMP-4.
       01 numLecturas pic S9(9) COMP-4.
       01 lecturaMinima pic S9(9) COMP-4.
       01 lecturaMaxima pic S9(9) COMP-4.
       01 numFueraRango pic S9(9) COMP-4.
       01 idExcursion pic S9(9) COMP-4.
       01 excursionActual binary-long.
       01 fechaExcursion pic x(19).
       01 temperatura pic S9(9) COMP-4.
       01 estado pic x(10).
       01 fechaResolucion pic x(19).
       01 nombreArticulo pic x(100).
       01 lote pic x(50).
       01 resolucion pic x(15).
       01 observaciones pic x(255).
       01 responsable pic x(100).
       01 contenido type System.Text.StringBuilder.
       01 rutaArchivo string.
       procedure division using by value mes as string
                                   returning rutaInforme as string.

           set desdeSQL to type String::Concat(mes, "-01 00:00:00").
           set hastaSQL to type DateTime::ParseExact(type String::Concat(mes, "-01"), "yyyy-MM-dd",
               type System.Globalization.CultureInfo::InvariantCulture)::AddMonths(1)::ToString("yyyy-MM-dd HH:mm:ss").

           set contenido to new System.Text.StringBuilder().
           invoke contenido::AppendLine(type String::Concat("INFORME DE CADENA DE FRÍO - ", mes)).
           invoke contenido::AppendLine(type String::Concat("Generado el ", type DateTime::Now::ToString("dd/MM/yyyy HH:mm"))).
           invoke contenido::AppendLine("").

           *> Resumen de lecturas por nevera
           exec sql
               declare informeNeverasTbl cursor for
                   select n.id_nevera, n.nombre_nevera, n.temp_min_nevera, n.temp_max_nevera,
                          count(l.id_lectura), coalesce(min(l.temperatura_lectura), 0),
                          coalesce(max(l.temperatura_lectura), 0),
                          coalesce(sum(l.fuera_rango_lectura), 0)
                   from neveras as n
                   left join lecturas_nevera as l on (l.nevera_lectura = n.id_nevera
                                                      and l.fecha_lectura >= :desdeSQL
                                                      and l.fecha_lectura < :hastaSQL)
                   group by n.id_nevera, n.nombre_nevera, n.temp_min_nevera, n.temp_max_nevera
                   order by n.id_nevera asc
           end-exec.

           exec sql
               open informeNeverasTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch informeNeverasTbl into :idNevera, :nombre, :minima, :maxima, :numLecturas,
                                                :lecturaMinima, :lecturaMaxima, :numFueraRango
               end-exec
               if SQLCODE = 0
                   invoke contenido::AppendLine(type String::Concat(
                       "Nevera #", idNevera::ToString(), " ", (nombre as string)::Trim(),
                       " - límites ", TextoTemperatura(minima), " a ", TextoTemperatura(maxima)))
                   if numLecturas = 0
                       invoke contenido::AppendLine("  Sin lecturas en el mes")
                   else
                       invoke contenido::AppendLine(type String::Concat(
                           "  Lecturas: ", numLecturas::ToString(),
                           " - mínima ", TextoTemperatura(lecturaMinima),
                           " - máxima ", TextoTemperatura(lecturaMaxima),
                           " - fuera de rango: ", numFueraRango::ToString()))
                   end-if
               end-if
           end-perform.

           exec sql
               close informeNeverasTbl
           end-exec.

           *> Excursiones del mes con la resolución de cada lote
           invoke contenido::AppendLine("").
           invoke contenido::AppendLine("EXCURSIONES DE TEMPERATURA").

           set excursionActual to 0.

           exec sql
               declare informeExcursionesTbl cursor for
                   select e.id_excursion, n.nombre_nevera, e.fecha_excursion, e.temperatura_excursion,
                          e.estado_excursion, coalesce(e.fecha_resolucion_excursion, ''),
                          coalesce(a.nombre_articulo, ''), coalesce(a.lote_articulo, ''),
                          coalesce(el.resolucion_excursion_lote, ''),
                          coalesce(el.observaciones_excursion_lote, ''),
                          coalesce(concat(u.nombre_real_usuario, ' ', u.apellidos_usuario), '')
                   from excursiones_nevera as e
                   inner join neveras as n on (n.id_nevera = e.nevera_excursion)
                   left join excursion_lotes as el on (el.excursion_lote = e.id_excursion)
                   left join articulos_inventario as a on (a.id_articulo = el.articulo_excursion_lote)
                   left join usuarios as u on (u.id_usuario = el.usuario_excursion_lote)
                   where e.fecha_excursion >= :desdeSQL
                     and e.fecha_excursion < :hastaSQL
                   order by e.fecha_excursion asc, e.id_excursion asc, a.nombre_articulo asc
           end-exec.

           exec sql
               open informeExcursionesTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch informeExcursionesTbl into :idExcursion, :nombre, :fechaExcursion, :temperatura,
                                                    :estado, :fechaResolucion, :nombreArticulo, :lote,
                                                    :resolucion, :observaciones, :responsable
               end-exec
               if SQLCODE = 0
                   if not idExcursion = excursionActual
                       set excursionActual to idExcursion
                       invoke contenido::AppendLine(type String::Concat(
                           "Excursión #", idExcursion::ToString(), " - ", (nombre as string)::Trim(),
                           " - ", (fechaExcursion as string)::Trim(), " a ", TextoTemperatura(temperatura),
                           " - ", (estado as string)::Trim(), " ", (fechaResolucion as string)::Trim()))
                   end-if
                   if not (lote as string)::Trim()::Equals("")
                       invoke contenido::AppendLine(type String::Concat(
                           "  ", (nombreArticulo as string)::Trim(), " lote ", (lote as string)::Trim(),
                           ": ", (resolucion as string)::Trim(), " ", (responsable as string)::Trim(),
                           " ", (observaciones as string)::Trim()))
                   end-if
               end-if
           end-perform.

           exec sql
               close informeExcursionesTbl
           end-exec.

           if excursionActual = 0
               invoke contenido::AppendLine("  Ninguna en el mes")
           end-if

           set rutaArchivo to type String::Concat(CarpetaNeveras(""), "\cadena_frio_", mes, ".txt").
           invoke type System.IO.File::WriteAllText(rutaArchivo, contenido::ToString()).
           set rutaInforme to rutaArchivo.

       end method.

       end class.
