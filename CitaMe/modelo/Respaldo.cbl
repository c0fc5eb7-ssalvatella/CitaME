       *> tablas principales, recuento de filas contra la tabla), y
       *> aplica una regla de retención que elimina los juegos de copia
       *> más antiguos. La utilidad de restauración permite recuperar
       *> una tabla concreta desde su fichero, previa simulación que
       *> compara el fichero con la tabla fila a fila (ver
       *> SimularRestauracion). La ruta de las copias y
       *> el número de juegos a conservar se configuran en citame.cfg
       *> con las claves respaldo_ruta y respaldo_retencion, como las
       *> claves smtp_*.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.Respaldo.

           invoke tablas::Add("api_peticiones").
           invoke tablas::Add("webhooks").
           invoke tablas::Add("webhooks_envios").
           invoke tablas::Add("factura_lineas").
           invoke tablas::Add("devoluciones_sepa").
           invoke tablas::Add("remesas_recibos").
           invoke tablas::Add("extractos_cuenta").
           invoke tablas::Add("cuentas_contables").
           invoke tablas::Add("contabilidad_exportados").
           invoke tablas::Add("contabilidad_sin_cuenta").
           invoke tablas::Add("anticipos").
           invoke tablas::Add("presupuestos").
           invoke tablas::Add("presupuesto_lineas").
           invoke tablas::Add("penalizaciones").
           invoke tablas::Add("extracto_bancario").
           invoke tablas::Add("elegibilidad_mutua").
           invoke tablas::Add("glosas_mutua").
           invoke tablas::Add("pagos_mutua").
           invoke tablas::Add("proveedores").
           invoke tablas::Add("articulos_proveedor").
           invoke tablas::Add("pedidos_proveedor").
           invoke tablas::Add("pedido_lineas").
           invoke tablas::Add("pedido_recepciones").
           invoke tablas::Add("retiradas_lote").
           invoke tablas::Add("retirada_afectados").
           invoke tablas::Add("neveras").
           invoke tablas::Add("lecturas_nevera").
           invoke tablas::Add("excursiones_nevera").
           invoke tablas::Add("excursion_lotes").
           invoke tablas::Add("libro_estupefacientes").
           invoke tablas::Add("recuentos_estupefacientes").
           invoke tablas::Add("costes_pruebas").
           invoke tablas::Add("margenes_citas").
           invoke tablas::Add("guardias").
           invoke tablas::Add("cambios_guardia").
           invoke tablas::Add("enfermeras").
           invoke tablas::Add("turnos_enfermeria").
           invoke tablas::Add("fichajes").
           invoke tablas::Add("jornadas_mensuales").
           invoke tablas::Add("excepciones_jornada").
           invoke tablas::Add("notas_clinicas").
           invoke tablas::Add("supervisiones_mir").
           invoke tablas::Add("adendas_clinicas").
           invoke tablas::Add("partes_it").
           invoke tablas::Add("confirmaciones_it").
           invoke tablas::Add("tablas_crecimiento").
           invoke tablas::Add("reglas_vacunales").
           invoke tablas::Add("vacunas_administradas").
           invoke tablas::Add("vacunas_invitaciones").
           invoke tablas::Add("rutas_asistenciales").
           invoke tablas::Add("pasos_ruta").
           invoke tablas::Add("inscripciones_ruta").
           invoke tablas::Add("etapas_ruta").
           invoke tablas::Add("condiciones_cronicas").
           invoke tablas::Add("invitaciones_cronicos").
           invoke tablas::Add("control_cronicos_mensual").
           invoke tablas::Add("adherencia_medicacion").
           invoke tablas::Add("cuestionarios").
           invoke tablas::Add("preguntas_cuestionario").
           invoke tablas::Add("envios_cuestionario").
           invoke tablas::Add("respuestas_cuestionario").
           invoke tablas::Add("derivaciones_externas").
           invoke tablas::Add("incidentes_seguridad").
           invoke tablas::Add("salas_limpieza").
           invoke tablas::Add("transportes_cita").
           invoke tablas::Add("interpretes").
           invoke tablas::Add("disponibilidad_interprete").
           invoke tablas::Add("interpretaciones_cita").
           invoke tablas::Add("alertas_espera").
           invoke tablas::Add("cupos_canal").
           invoke tablas::Add("respuestas_correo").
           invoke tablas::Add("rebotes_correo").
           invoke tablas::Add("envios_historia").
           invoke tablas::Add("peticiones_centralita").
           invoke tablas::Add("api_sesiones_paciente").
           invoke tablas::Add("latidos_servicios").
           invoke tablas::Add("vigilancia_servicios").
           invoke tablas::Add("suscripciones_informes").
           invoke tablas::Add("suscripciones_envios").
           invoke tablas::Add("tareas_puntos_control").
           invoke tablas::Add("simulaciones").
           invoke tablas::Add("simulaciones_registros").
           invoke tablas::Add("accesos_excepcionales").
           invoke tablas::Add("conflictos_edicion").
           invoke tablas::Add("copias_anonimizadas").

       end method.

       01 tablas List[string].
       01 carpetaJuego string.
       01 rutaFichero string.
       01 volcado string.
       01 tablasCorrectas binary-long.
       01 tablasConAviso binary-long.
           perform varying tabla as string through tablas
               set rutaFichero to type String::Concat(carpetaJuego, "\", tabla, ".sql")
               try
                   set volcado to VolcarTabla(tabla)
                   invoke type System.IO.File::WriteAllText(rutaFichero, volcado)

                   if VerificarFichero(tabla, rutaFichero)

       end method.

       *>
       *> VolcarTabla
       *>
       *> Vuelca una tabla con mysqldump, fila a fila
       *> (--skip-extended-insert: una sentencia INSERT por fila) para
       *> poder verificar el recuento releyendo el fichero y comparar
       *> filas sueltas con el contenido actual de la tabla.
       *>
       *> Parámetros:
       *>     tabla (str): Tabla a volcar
       *>
       *> Devuelve:
       *>     str: el volcado completo
       *>
       method-id VolcarTabla private.
       local-storage section.
       01 proceso type System.Diagnostics.Process.
       01 infoProceso type System.Diagnostics.ProcessStartInfo.
       procedure division using by value tabla as string
                                   returning volcado as string.

           set infoProceso to new System.Diagnostics.ProcessStartInfo().
           set infoProceso::FileName to "mysqldump".
           set infoProceso::Arguments to type String::Concat(
               "--skip-extended-insert -u", usuarioBD, " -p", contraseniaBD, " ", nombreBD, " ", tabla).
           set infoProceso::UseShellExecute to False.
           set infoProceso::RedirectStandardOutput to True.
           set infoProceso::CreateNoWindow to True.
           set proceso to type System.Diagnostics.Process::Start(infoProceso).
           set volcado to proceso::StandardOutput::ReadToEnd().
           invoke proceso::WaitForExit().

       end method.

       *>
       *> VerificarFichero
       *>

       end method.

       *>
       *> DevuelveUltimoJuego
       *>
       *> Devuelve la carpeta del juego de copia más reciente, para
       *> generar a partir de él la copia anonimizada (ver
       *> CopiaAnonimizada).
       *>
       *> Devuelve:
       *>     str: ruta del juego, "" si no hay ninguno
       *>
       method-id DevuelveUltimoJuego.
       local-storage section.
       01 carpetas type System.String occurs any.
       procedure division returning carpetaJuego as string.

           invoke CargarConfiguracion().

           set carpetaJuego to "".
           if not type System.IO.Directory::Exists(rutaRespaldos)
               goback
           end-if

           *> Como en AplicarRetencion, el orden alfabético de las
           *> carpetas es el cronológico: la última es la más reciente
           set carpetas to type System.IO.Directory::GetDirectories(rutaRespaldos).
           invoke type System.Array::Sort(carpetas).
           if carpetas::Length > 0
               set carpetaJuego to carpetas[carpetas::Length - 1]
           end-if.

       end method.

       *>
       *> RestaurarTabla
       *>

       end method.

       *>
       *> SimularRestauracion
       *>
       *> Simulación de RestaurarTabla: compara fila a fila el fichero
       *> de la copia con el volcado actual de la misma tabla (las
       *> filas se identifican por su primera columna, la clave) y
       *> anota en la simulación indicada (ver Simulacion) cada fila
       *> que la restauración recuperaría, modificaría o eliminaría,
       *> sin tocar la tabla.
       *>
       *> Parámetros:
       *>     rutaFichero (str): Fichero .sql de la tabla a restaurar
       *>     idSimulacion (int): Simulación en curso
       *>
       *> Devuelve:
       *>     int: Número de filas que cambiarían, -1 si hubo un error
       *>
       method-id SimularRestauracion.
       local-storage section.
       01 tabla string.
       01 clave string.
       01 lineasFichero type System.String occurs any.
       01 lineasActuales type System.String occurs any.
       01 clavesFichero List[string].
       01 filasFichero List[string].
       01 clavesActuales List[string].
       01 filasActuales List[string].
       01 indice binary-long.
       01 posicion binary-long.
       01 hayError type Boolean.
       procedure division using by value rutaFichero as string
                                         idSimulacion as binary-long
                                   returning previstas as binary-long.

           invoke CargarConfiguracion().

           set previstas to -1.

           if not type System.IO.File::Exists(rutaFichero::Trim())
               goback
           end-if

           set tabla to type System.IO.Path::GetFileNameWithoutExtension(rutaFichero::Trim()).
           set clavesFichero to new List[string]().
           set filasFichero to new List[string]().
           set clavesActuales to new List[string]().
           set filasActuales to new List[string]().

           try
               set lineasFichero to type System.IO.File::ReadAllLines(rutaFichero::Trim())
               set lineasActuales to VolcarTabla(tabla)::Split(type Convert::ToChar(10))
           catch ex as type System.Exception
               goback
           end-try

           perform varying lineaFichero as string through lineasFichero
               set clave to ClaveFilaVolcado(lineaFichero)
               if not clave::Equals("")
                   invoke clavesFichero::Add(clave)
                   invoke filasFichero::Add(lineaFichero::Trim())
               end-if
           end-perform.

           perform varying lineaActual as string through lineasActuales
               set clave to ClaveFilaVolcado(lineaActual)
               if not clave::Equals("")
                   invoke clavesActuales::Add(clave)
                   invoke filasActuales::Add(lineaActual::Trim())
               end-if
           end-perform.

           set previstas to 0.
           set hayError to False.

           *> Filas del fichero: las que faltan en la tabla se
           *> recuperan; las que difieren se sobreescriben
           perform varying indice from 0 by 1 until indice >= clavesFichero::Count
               set posicion to clavesActuales::IndexOf(clavesFichero[indice])
               if posicion < 0
                   if not AnotarFilaRestauracion(idSimulacion, tabla, clavesFichero[indice], "Recuperar",
                          ValoresFilaVolcado(filasFichero[indice]))
                       set hayError to True
                   end-if
                   add 1 to previstas
               else
                   if not filasActuales[posicion]::Equals(filasFichero[indice])
                       if not AnotarFilaRestauracion(idSimulacion, tabla, clavesFichero[indice], "Modificar",
                              type String::Concat(ValoresFilaVolcado(filasActuales[posicion]), " -> ", ValoresFilaVolcado(filasFichero[indice])))
                           set hayError to True
                       end-if
                       add 1 to previstas
                   end-if
               end-if
           end-perform.

           *> Filas de la tabla que no están en el fichero: se pierden
           perform varying indice from 0 by 1 until indice >= clavesActuales::Count
               if clavesFichero::IndexOf(clavesActuales[indice]) < 0
                   if not AnotarFilaRestauracion(idSimulacion, tabla, clavesActuales[indice], "Eliminar",
                          ValoresFilaVolcado(filasActuales[indice]))
                       set hayError to True
                   end-if
                   add 1 to previstas
               end-if
           end-perform.

           if hayError
               set previstas to -1
           end-if.

       end method.

       *>
       *> ClaveFilaVolcado
       *>
       *> Clave (primera columna) de una línea INSERT de un volcado
       *> fila a fila, sin comillas.
       *>
       *> Parámetros:
       *>     linea (str): Línea del volcado
       *>
       *> Devuelve:
       *>     str: la clave, o "" si la línea no es una fila
       *>
       method-id ClaveFilaVolcado private.
       local-storage section.
       01 texto string.
       01 inicio binary-long.
       01 fin binary-long.
       procedure division using by value linea as string
                                   returning clave as string.

           set clave to "".
           set texto to linea::Trim().

           if not texto::StartsWith("INSERT INTO")
               goback
           end-if

           set inicio to texto::IndexOf("VALUES (").
           if inicio < 0
               goback
           end-if
           add 8 to inicio

           set fin to texto::IndexOf(",", inicio).
           if fin < 0
               set fin to texto::IndexOf(")", inicio)
           end-if
           if fin <= inicio
               goback
           end-if

           set clave to texto::Substring(inicio, fin - inicio)::Replace("'", "")::Trim().

       end method.

       *>
       *> ValoresFilaVolcado
       *>
       *> Valores de una línea INSERT de un volcado, para el detalle
       *> de la simulación.
       *>
       method-id ValoresFilaVolcado private.
       local-storage section.
       01 inicio binary-long.
       procedure division using by value linea as string
                                   returning valores as string.

           set inicio to linea::IndexOf("VALUES ").
           if inicio < 0
               set valores to linea
               goback
           end-if

           set valores to linea::Substring(inicio + 7).
           if valores::EndsWith(";")
               set valores to valores::Substring(0, valores::Length - 1)
           end-if.

       end method.

       *>
       *> AnotarFilaRestauracion
       *>
       *> Anota en la simulación una fila que la restauración
       *> cambiaría.
       *>
       method-id AnotarFilaRestauracion private.
       local-storage section.
       01 simulacionSQL pic S9(9) COMP-4.
       01 tablaSQL pic x(60).
       01 claveSQL pic x(60).
       01 cambioSQL pic x(20).
       01 detalleSQL pic x(500).
       procedure division using by value idSimulacion as binary-long
                                         tabla as string
                                         clave as string
                                         cambio as string
                                         detalle as string
                                   returning exito as type Boolean.

           set simulacionSQL to idSimulacion.
           set tablaSQL to tabla.
           set claveSQL to clave.
           set cambioSQL to cambio.
           set detalleSQL to detalle.

           exec sql
               insert into simulaciones_registros
                   (simulacion_registro, tabla_registro, clave_registro, cambio_registro, detalle_registro)
               values
                   (:simulacionSQL, :tablaSQL, :claveSQL, :cambioSQL, :detalleSQL)
           end-exec.

           if SQLCODE = 0
               set exito to True
           else
               set exito to False
           end-if.

       end method.

       end class.
