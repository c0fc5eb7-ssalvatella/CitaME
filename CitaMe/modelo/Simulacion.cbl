       *>
       *> Simulacion
       *>
       *> Modo simulación de las operaciones destructivas por lotes:
       *> archivado de citas, anonimización del histórico, derecho de
       *> supresión, caducidad de recetas, las dos liberaciones de
       *> citas sin confirmar y la restauración de una tabla desde la
       *> copia. La simulación anota en simulaciones_registros, sin
       *> tocar nada de lo que la operación cambiaría, cada registro
       *> afectado (tabla, clave, cambio y detalle), deja el informe en
       *> CSV en la carpeta simulaciones junto al ejecutable y queda en
       *> el histórico de ejecuciones del planificador.
       *>
       *> La ejecución real lanzada desde la administración solo se
       *> permite sobre una simulación pendiente y vigente, y se
       *> limita al conjunto previsto: las operaciones que trabajan
       *> registro a registro (archivado, anonimización, caducidad y
       *> liberaciones) solo tocan las claves anotadas; el derecho de
       *> supresión y la restauración, que afectan en bloque a un
       *> paciente o a una tabla, vuelven a simular antes de ejecutar
       *> y se niegan si el conjunto ha cambiado. La ejecución también
       *> queda en el histórico, con la referencia a su simulación.
       *> Las pasadas programadas del planificador siguen ejecutándose
       *> sin simulación previa.
       *>
       *> Estados: Simulando, Pendiente, Ejecutada, Caducada.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.Simulacion.

       working-storage section.

       01 id_simulacion property pic S9(9) COMP-4.
       01 operacion_simulacion property string.
       01 parametro_simulacion property string.
       01 fecha_simulacion property string.
       01 usuario_simulacion property pic S9(9) COMP-4.
       01 registros_simulacion property binary-long.
       01 estado_simulacion property string.
       01 informe_simulacion property string.

       01 modeloCita type CitaMe.modelo.Cita.
       01 modeloReceta type CitaMe.modelo.Receta.
       01 modeloRespaldo type CitaMe.modelo.Respaldo.
       01 modeloErrores type CitaMe.modelo.RegistroErrores.

       *> Operaciones que admiten simulación (con el nombre de su
       *> tarea en el planificador cuando la tienen)
       01 OPERACIONES_SIMULABLES string value "ArchivarCitasAntiguas,AnonimizarHistorico,EjecutarDerechoOlvido,CaducarRecetas,LiberarCitasNoConfirmadas,LiberarSinConfirmacionPrevia,RestaurarTabla".

       *> Horas durante las que una simulación sigue valiendo para
       *> ejecutar (configurable con el parámetro
       *> horas_validez_simulacion); pasadas, hay que volver a simular
       01 HORAS_VALIDEZ_SIMULACION binary-long value 24.

       01 mfsqlmessagetext pic x(355) values "".

       *> Habilita las variables de SQL
       exec sql
           include sqlca
       end-exec.

       method-id NEW.
       procedure division.
           set modeloCita to new CitaMe.modelo.Cita().
           set modeloReceta to new CitaMe.modelo.Receta().
           set modeloRespaldo to new CitaMe.modelo.Respaldo().
           set modeloErrores to new CitaMe.modelo.RegistroErrores().
           goback.
       end method.

       *>
       *> EsSimulable
       *>
       *> Indica si una operación (o tarea del planificador) admite
       *> simulación.
       *>
       *> Parámetros:
       *>     operacion (str): Nombre de la operación
       *>
       *> Devuelve:
       *>     Boolean: True si admite simulación
       *>
       method-id EsSimulable.
       local-storage section.
       01 operaciones type System.String occurs any.
       procedure division using by value operacion as string
                                   returning simulable as type Boolean.

           set simulable to False.
           set operaciones to OPERACIONES_SIMULABLES::Split(",").

           perform varying operacionActual as string through operaciones
               if operacionActual::Equals(operacion)
                   set simulable to True
               end-if
           end-perform.

       end method.

       *>
       *> Simular
       *>
       *> Simula la operación indicada: anota los registros que
       *> cambiaría, genera el informe CSV y deja la simulación
       *> pendiente de ejecutar.
       *>
       *> Parámetros:
       *>     operacion (str): Operación a simular (ver
       *>                      OPERACIONES_SIMULABLES)
       *>     parametro (str): Parámetro de la operación: días de
       *>                      antigüedad, años de retención, id del
       *>                      paciente o ruta del fichero; "" si no
       *>                      lleva
       *>
       *> Devuelve:
       *>     int: Id de la simulación, 0 si no pudo hacerse
       *>
       method-id Simular.
       local-storage section.
       01 operacionSQL pic x(40).
       01 parametroSQL pic x(255).
       01 fechaSQL pic x(19).
       01 usuarioSQL pic S9(9) COMP-4.
       01 idSimulacionSQL pic S9(9) COMP-4.
       01 registrosSQL pic S9(9) COMP-4.
       01 informeSQL pic x(255).
       01 previstas binary-long.
       01 rutaInforme string.
       procedure division using by value operacion as string
                                         parametro as string
                                   returning idSimulacion as binary-long.

           set idSimulacion to 0.

           if not EsSimulable(operacion)
               goback
           end-if

           set operacionSQL to operacion.
           set parametroSQL to parametro::Trim().
           set fechaSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").
           set usuarioSQL to type CitaMe.vista.Login::idUsuario.

           exec sql
               insert into simulaciones
                   (operacion_simulacion, parametro_simulacion, fecha_simulacion, usuario_simulacion,
                    registros_simulacion, estado_simulacion, informe_simulacion)
               values
                   (:operacionSQL, :parametroSQL, :fechaSQL, :usuarioSQL, 0, 'Simulando', '')
           end-exec.

           if SQLCODE = 0
               exec sql
                   select LAST_INSERT_ID() into :idSimulacionSQL
               end-exec
           end-if

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("Simulacion::Simular", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               goback
           end-if

           set previstas to AnotarRegistros(operacion, parametro::Trim(), idSimulacionSQL).

           if previstas < 0
               invoke modeloErrores::RegistrarError("Simulacion::Simular", 0,
                   type String::Concat("No se pudo simular ", operacion, " (", parametro::Trim(), ")"))
               exec sql
                   rollback
               end-exec
               goback
           end-if

           set rutaInforme to GenerarInforme(idSimulacionSQL, operacion, parametro::Trim()).
           set registrosSQL to previstas.
           set informeSQL to rutaInforme.

           exec sql
               update simulaciones
               set registros_simulacion = :registrosSQL,
                   estado_simulacion = 'Pendiente',
                   informe_simulacion = :informeSQL
               where id_simulacion = :idSimulacionSQL
           end-exec.

           invoke RegistrarEjecucion(operacion, fechaSQL,
               type String::Concat("Simulación #", idSimulacionSQL::ToString(), ": ",
                   previstas::ToString(), " registros previstos, sin cambios"),
               previstas, idSimulacionSQL).

           exec sql
               commit
           end-exec.

           set idSimulacion to idSimulacionSQL.

       end method.

       *>
       *> Ejecutar
       *>
       *> Ejecuta de verdad la operación de una simulación pendiente y
       *> vigente, limitada al conjunto que la simulación previó.
       *>
       *> Parámetros:
       *>     idSimulacion (int): Simulación a ejecutar
       *>
       *> Devuelve:
       *>     str: resultado de la ejecución, o el motivo por el que no
       *>          se ejecutó
       *>
       method-id Ejecutar.
       local-storage section.
       01 idSimulacionSQL pic S9(9) COMP-4.
       01 fechaSQL pic x(19).
       01 simulacion type Simulacion.
       01 horasValidez binary-long.
       01 parametros type CitaMe.modelo.Parametros.
       01 filas binary-long.
       01 resumenOperacion string.
       01 ejecutada type Boolean.
       procedure division using by value idSimulacion as binary-long
                                   returning resultado as string.

           set simulacion to DevuelveSimulacion(idSimulacion).

           if simulacion = null
               set resultado to type String::Concat("No existe la simulación #", idSimulacion::ToString(), ".")
               goback
           end-if

           if not simulacion::estado_simulacion::Equals("Pendiente")
               set resultado to type String::Concat("La simulación #", idSimulacion::ToString(), " está ",
                   simulacion::estado_simulacion, ": vuelva a simular la operación.")
               goback
           end-if

           set parametros to new CitaMe.modelo.Parametros().
           set horasValidez to parametros::DevuelveEntero("horas_validez_simulacion", HORAS_VALIDEZ_SIMULACION).
           if type DateTime::ParseExact(simulacion::fecha_simulacion, "yyyy-MM-dd HH:mm:ss",
                  type System.Globalization.CultureInfo::InvariantCulture)::AddHours(horasValidez) < type DateTime::Now
               invoke CambiarEstado(idSimulacion, "Caducada")
               set resultado to type String::Concat("La simulación #", idSimulacion::ToString(), " tiene más de ",
                   horasValidez::ToString(), " horas: vuelva a simular la operación.")
               goback
           end-if

           *> El derecho de supresión y la restauración afectan en
           *> bloque: se vuelve a simular y solo se ejecutan si el
           *> conjunto sigue siendo el previsto
           if simulacion::operacion_simulacion::Equals("EjecutarDerechoOlvido")
               or simulacion::operacion_simulacion::Equals("RestaurarTabla")
               if not ConjuntoSinCambios(simulacion)
                   invoke CambiarEstado(idSimulacion, "Caducada")
                   set resultado to type String::Concat("Los registros afectados han cambiado desde la simulación #",
                       idSimulacion::ToString(), ": vuelva a simular la operación.")
                   goback
               end-if
           end-if

           set fechaSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").
           set filas to 0.
           set ejecutada to True.
           set resumenOperacion to "".

           evaluate simulacion::operacion_simulacion
               when "ArchivarCitasAntiguas"
                   set filas to modeloCita::ArchivarCitasPrevistas(type Int16::Parse(simulacion::parametro_simulacion), idSimulacion)
               when "AnonimizarHistorico"
                   set filas to modeloCita::AnonimizarHistoricoPrevisto(type Int16::Parse(simulacion::parametro_simulacion), idSimulacion)
               when "CaducarRecetas"
                   set filas to modeloReceta::CaducarRecetasPrevistas(idSimulacion)
               when "LiberarCitasNoConfirmadas"
                   set filas to modeloCita::LiberarCitasNoConfirmadasPrevistas(idSimulacion)
               when "LiberarSinConfirmacionPrevia"
                   set filas to modeloCita::LiberarCitasSinConfirmacionPrevistas(idSimulacion)
               when "EjecutarDerechoOlvido"
                   set resumenOperacion to modeloCita::EjecutarDerechoOlvido(type Int16::Parse(simulacion::parametro_simulacion))
                   set filas to simulacion::registros_simulacion
               when "RestaurarTabla"
                   if modeloRespaldo::RestaurarTabla(simulacion::parametro_simulacion)
                       set filas to simulacion::registros_simulacion
                   else
                       set ejecutada to False
                   end-if
           end-evaluate.

           if not ejecutada
               invoke RegistrarEjecucion(simulacion::operacion_simulacion, fechaSQL,
                   type String::Concat("Error: falló la ejecución de la simulación #", idSimulacion::ToString()),
                   0, idSimulacion)
               exec sql
                   commit
               end-exec
               set resultado to "La operación ha fallado; la simulación sigue pendiente."
               goback
           end-if

           set idSimulacionSQL to idSimulacion.

           exec sql
               update simulaciones
               set estado_simulacion = 'Ejecutada'
               where id_simulacion = :idSimulacionSQL
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("Simulacion::Ejecutar", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               set resultado to type String::Concat("La operación se ha ejecutado (", filas::ToString(),
                   " registros) pero ha ocurrido un error cerrando la simulación #", idSimulacion::ToString(),
                   "; consulte el registro de errores.")
               goback
           end-if

           invoke RegistrarEjecucion(simulacion::operacion_simulacion, fechaSQL,
               type String::Concat("Ejecutada sobre la simulación #", idSimulacion::ToString(), ": ",
                   filas::ToString(), " de ", simulacion::registros_simulacion::ToString(), " registros previstos"),
               filas, idSimulacion).

           exec sql
               commit
           end-exec.

           if resumenOperacion::Equals("")
               set resultado to type String::Concat("Ejecutada sobre la simulación #", idSimulacion::ToString(), ": ",
                   filas::ToString(), " de ", simulacion::registros_simulacion::ToString(), " registros previstos.")
           else
               set resultado to resumenOperacion
           end-if.

       end method.

       *>
       *> DevuelveResumen
       *>
       *> Resumen de una simulación para mostrarlo antes de confirmar
       *> la ejecución: registros por tabla y cambio, y la ruta del
       *> informe con el detalle registro a registro.
       *>
       *> Parámetros:
       *>     idSimulacion (int): Simulación
       *>
       *> Devuelve:
       *>     str: el resumen
       *>
       method-id DevuelveResumen.
       local-storage section.
       01 idSimulacionSQL pic S9(9) COMP-4.
       01 tablaSQL pic x(60).
       01 cambioSQL pic x(20).
       01 cuentaSQL pic S9(9) COMP-4.
       01 simulacion type Simulacion.
       01 texto type System.Text.StringBuilder.
       procedure division using by value idSimulacion as binary-long
                                   returning resumen as string.

           set simulacion to DevuelveSimulacion(idSimulacion).
           if simulacion = null
               set resumen to ""
               goback
           end-if

           set texto to new System.Text.StringBuilder().
           invoke texto::AppendLine(type String::Concat("Simulación #", idSimulacion::ToString(), " de ",
               simulacion::operacion_simulacion, " (", simulacion::parametro_simulacion, ") del ",
               simulacion::fecha_simulacion)).
           invoke texto::AppendLine(type String::Concat("Registros que cambiarían: ",
               simulacion::registros_simulacion::ToString())).

           set idSimulacionSQL to idSimulacion.

           exec sql
               declare resumenSimulacionTbl cursor for
                   select r.tabla_registro, r.cambio_registro, count(*)
                   from simulaciones_registros as r
                   where r.simulacion_registro = :idSimulacionSQL
                   group by r.tabla_registro, r.cambio_registro
                   order by r.tabla_registro, r.cambio_registro
           end-exec.

           exec sql
               open resumenSimulacionTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch resumenSimulacionTbl into :tablaSQL, :cambioSQL, :cuentaSQL
               end-exec

               if SQLCODE = 0
                   invoke texto::AppendLine(type String::Concat("    ", (tablaSQL as string)::Trim(), ": ",
                       (cambioSQL as string)::Trim(), " ", cuentaSQL::ToString()))
               end-if
           end-perform.

           exec sql
               close resumenSimulacionTbl
           end-exec.

           invoke texto::AppendLine(type String::Concat("Detalle en ", simulacion::informe_simulacion)).

           set resumen to texto::ToString().

       end method.

       *>
       *> DevuelveSimulacion
       *>
       *> Carga una simulación.
       *>
       *> Devuelve:
       *>     Simulacion: la simulación, o null si no existe
       *>
       method-id DevuelveSimulacion private.
       local-storage section.
       01 idSimulacionSQL pic S9(9) COMP-4.
       01 operacionSQL pic x(40).
       01 parametroSQL pic x(255).
       01 fechaSQL pic x(19).
       01 usuarioSQL pic S9(9) COMP-4.
       01 registrosSQL pic S9(9) COMP-4.
       01 estadoSQL pic x(15).
       01 informeSQL pic x(255).
       procedure division using by value idSimulacion as binary-long
                                   returning simulacion as type Simulacion.

           set simulacion to null.
           set idSimulacionSQL to idSimulacion.

           exec sql
               select s.operacion_simulacion, coalesce(s.parametro_simulacion, ''), s.fecha_simulacion,
                      s.usuario_simulacion, s.registros_simulacion, s.estado_simulacion,
                      coalesce(s.informe_simulacion, '')
               into :operacionSQL, :parametroSQL, :fechaSQL, :usuarioSQL, :registrosSQL, :estadoSQL, :informeSQL
               from simulaciones as s
               where s.id_simulacion = :idSimulacionSQL
           end-exec.

           if SQLCODE = 0
               set simulacion to new Simulacion()
               set simulacion::id_simulacion to idSimulacion
               set simulacion::operacion_simulacion to (operacionSQL as string)::Trim()
               set simulacion::parametro_simulacion to (parametroSQL as string)::Trim()
               set simulacion::fecha_simulacion to (fechaSQL as string)::Trim()
               set simulacion::usuario_simulacion to usuarioSQL
               set simulacion::registros_simulacion to registrosSQL
               set simulacion::estado_simulacion to (estadoSQL as string)::Trim()
               set simulacion::informe_simulacion to (informeSQL as string)::Trim()
           end-if.

       end method.

       *>
       *> AnotarRegistros
       *>
       *> Lanza la simulación propia de cada operación, que anota en
       *> simulaciones_registros los registros que cambiaría.
       *>
       *> Devuelve:
       *>     int: Registros anotados, -1 si hubo un error
       *>
       method-id AnotarRegistros private.
       procedure division using by value operacion as string
                                         parametro as string
                                         idSimulacion as binary-long
                                   returning previstas as binary-long.

           set previstas to -1.

           try
               evaluate operacion
                   when "ArchivarCitasAntiguas"
                       set previstas to modeloCita::SimularArchivado(type Int16::Parse(parametro), idSimulacion)
                   when "AnonimizarHistorico"
                       set previstas to modeloCita::SimularAnonimizacion(type Int16::Parse(parametro), idSimulacion)
                   when "EjecutarDerechoOlvido"
                       set previstas to modeloCita::SimularDerechoOlvido(type Int16::Parse(parametro), idSimulacion)
                   when "CaducarRecetas"
                       set previstas to modeloReceta::SimularCaducidad(idSimulacion)
                   when "LiberarCitasNoConfirmadas"
                       set previstas to modeloCita::SimularLiberacionNoConfirmadas(idSimulacion)
                   when "LiberarSinConfirmacionPrevia"
                       set previstas to modeloCita::SimularLiberacionSinConfirmacion(idSimulacion)
                   when "RestaurarTabla"
                       set previstas to modeloRespaldo::SimularRestauracion(parametro, idSimulacion)
               end-evaluate
           catch ex as type System.Exception
               set previstas to -1
           end-try.

       end method.

       *>
       *> ConjuntoSinCambios
       *>
       *> Vuelve a simular la operación en una simulación auxiliar y
       *> comprueba que anota exactamente los mismos registros y
       *> cambios que la simulación original. La auxiliar se borra al
       *> terminar.
       *>
       *> Devuelve:
       *>     Boolean: True si el conjunto no ha cambiado
       *>
       method-id ConjuntoSinCambios private.
       local-storage section.
       01 idOriginalSQL pic S9(9) COMP-4.
       01 idComprobacionSQL pic S9(9) COMP-4.
       01 operacionSQL pic x(40).
       01 fechaSQL pic x(19).
       01 diferenciasSQL pic S9(9) COMP-4.
       01 previstas binary-long.
       procedure division using by value simulacion as type Simulacion
                                   returning sinCambios as type Boolean.

           set sinCambios to False.
           set idOriginalSQL to simulacion::id_simulacion.
           set operacionSQL to simulacion::operacion_simulacion.
           set fechaSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           exec sql
               insert into simulaciones
                   (operacion_simulacion, parametro_simulacion, fecha_simulacion, usuario_simulacion,
                    registros_simulacion, estado_simulacion, informe_simulacion)
               values
                   (:operacionSQL, '', :fechaSQL, 0, 0, 'Simulando', '')
           end-exec.

           if SQLCODE = 0
               exec sql
                   select LAST_INSERT_ID() into :idComprobacionSQL
               end-exec
           end-if

           if SQLCODE < 0
               exec sql
                   rollback
               end-exec
               goback
           end-if

           set previstas to AnotarRegistros(simulacion::operacion_simulacion, simulacion::parametro_simulacion, idComprobacionSQL).

           if previstas = simulacion::registros_simulacion
               exec sql
                   select count(*) into :diferenciasSQL
                   from simulaciones_registros as n
                   where n.simulacion_registro = :idComprobacionSQL
                     and not exists (
                         select 1 from simulaciones_registros as o
                         where o.simulacion_registro = :idOriginalSQL
                           and o.tabla_registro = n.tabla_registro
                           and o.clave_registro = n.clave_registro
                           and o.cambio_registro = n.cambio_registro)
               end-exec
               if SQLCODE = 0 and diferenciasSQL = 0
                   set sinCambios to True
               end-if
           end-if

           exec sql
               delete from simulaciones_registros where simulacion_registro = :idComprobacionSQL
           end-exec.

           exec sql
               delete from simulaciones where id_simulacion = :idComprobacionSQL
           end-exec.

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> GenerarInforme
       *>
       *> Escribe el informe CSV de la simulación (tabla, clave,
       *> cambio y detalle de cada registro) en la carpeta
       *> simulaciones junto al ejecutable.
       *>
       *> Devuelve:
       *>     str: ruta del informe, "" si no pudo escribirse
       *>
       method-id GenerarInforme private.
       local-storage section.
       01 idSimulacionSQL pic S9(9) COMP-4.
       01 tablaSQL pic x(60).
       01 claveSQL pic x(60).
       01 cambioSQL pic x(20).
       01 detalleSQL pic x(500).
       01 contenido type System.Text.StringBuilder.
       01 carpeta string.
       procedure division using by value idSimulacion as binary-long
                                         operacion as string
                                         parametro as string
                                   returning rutaFichero as string.

           set contenido to new System.Text.StringBuilder().
           invoke contenido::AppendLine(type String::Concat("# Simulación #", idSimulacion::ToString(), " de ",
               operacion, " (", CampoCsv(parametro), ") del ", type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss"))).
           invoke contenido::AppendLine("tabla;clave;cambio;detalle").

           set idSimulacionSQL to idSimulacion.

           exec sql
               declare informeSimulacionTbl cursor for
                   select r.tabla_registro, r.clave_registro, r.cambio_registro, coalesce(r.detalle_registro, '')
                   from simulaciones_registros as r
                   where r.simulacion_registro = :idSimulacionSQL
                   order by r.tabla_registro, r.clave_registro
           end-exec.

           exec sql
               open informeSimulacionTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch informeSimulacionTbl into :tablaSQL, :claveSQL, :cambioSQL, :detalleSQL
               end-exec

               if SQLCODE = 0
                   invoke contenido::AppendLine(type String::Concat(
                       (tablaSQL as string)::Trim(), ";", CampoCsv(claveSQL as string), ";",
                       (cambioSQL as string)::Trim(), ";", CampoCsv(detalleSQL as string)))
               end-if
           end-perform.

           exec sql
               close informeSimulacionTbl
           end-exec.

           set rutaFichero to "".
           try
               set carpeta to type String::Concat(type AppDomain::CurrentDomain::BaseDirectory, "simulaciones")
               if not type System.IO.Directory::Exists(carpeta)
                   invoke type System.IO.Directory::CreateDirectory(carpeta)
               end-if
               set rutaFichero to type String::Concat(carpeta, "\simulacion_", idSimulacion::ToString(), "_",
                   operacion, ".csv")
               invoke type System.IO.File::WriteAllText(rutaFichero, contenido::ToString())
           catch ex as type System.Exception
               set rutaFichero to ""
           end-try.

       end method.

       *>
       *> CambiarEstado
       *>
       *> Cambia el estado de una simulación y lo confirma.
       *>
       method-id CambiarEstado private.
       local-storage section.
       01 idSimulacionSQL pic S9(9) COMP-4.
       01 estadoSQL pic x(15).
       procedure division using by value idSimulacion as binary-long
                                         estado as string.

           set idSimulacionSQL to idSimulacion.
           set estadoSQL to estado.

           exec sql
               update simulaciones
               set estado_simulacion = :estadoSQL
               where id_simulacion = :idSimulacionSQL
           end-exec.

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> RegistrarEjecucion
       *>
       *> Deja la simulación o la ejecución en el histórico de
       *> ejecuciones del planificador (tareas_ejecuciones), con la
       *> referencia a la simulación, para que ambas se vean en
       *> AdminTareas junto a las pasadas programadas. No confirma.
       *>
       method-id RegistrarEjecucion private.
       local-storage section.
       01 nombreSQL pic x(40).
       01 inicioSQL pic x(19).
       01 finSQL pic x(19).
       01 resultadoSQL pic x(255).
       01 filasSQL pic S9(9) COMP-4.
       01 estacionSQL pic x(40).
       01 simulacionSQL pic S9(9) COMP-4.
       procedure division using by value operacion as string
                                         inicio as string
                                         resultado as string
                                         filas as binary-long
                                         idSimulacion as binary-long.

           set nombreSQL to operacion.
           set inicioSQL to inicio.
           set finSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").
           set resultadoSQL to resultado.
           set filasSQL to filas.
           set estacionSQL to type Environment::MachineName.
           set simulacionSQL to idSimulacion.

           exec sql
               insert into tareas_ejecuciones
                   (tarea_ejecucion, inicio_ejecucion, fin_ejecucion, resultado_ejecucion, filas_ejecucion, estacion_ejecucion, recuperacion_ejecucion,
                    simulacion_ejecucion)
               values
                   (:nombreSQL, :inicioSQL, :finSQL, :resultadoSQL, :filasSQL, :estacionSQL, 0,
                    :simulacionSQL)
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

       end class.
