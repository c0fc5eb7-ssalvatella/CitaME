       *>
       *> Clase de control de la vista que permite al administrador
       *> buscar citas por fecha/médico/paciente/especialidad y
       *> cancelarlas directamente, sin pasar por un médico. También
       *> emite los presupuestos de tratamiento (series de sesiones y
       *> pruebas) y, al aceptarlos, reserva la serie. Desde aquí se
       *> lanza también el envío de encuentros a la historia clínica
       *> compartida de la región y se tratan sus rechazos, y se
       *> liberan al paciente los documentos adjuntos a una cita.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.vista.admin.AdminCitas is partial
                 inherits type System.Windows.Controls.Page.
       01 modeloNotificador type CitaMe.modelo.Notificador.
       01 modeloReceta type CitaMe.modelo.Receta.
       01 modeloDocumento type CitaMe.modelo.Documento.
       01 modeloPresupuesto type CitaMe.modelo.Presupuesto.
       01 modeloHistoriaCompartida type CitaMe.modelo.HistoriaCompartida.
       01 citaSeleccionada type CitaMe.modelo.Cita.

       method-id NEW.
           set modeloNotificador to new CitaMe.modelo.Notificador().
           set modeloReceta to new CitaMe.modelo.Receta().
           set modeloDocumento to new CitaMe.modelo.Documento().
           set modeloPresupuesto to new CitaMe.modelo.Presupuesto().
           set modeloHistoriaCompartida to new CitaMe.modelo.HistoriaCompartida().
           invoke CargarEspecialidades().
           invoke Buscar().
           goback.
               invoke Buscar()
               invoke type MessageBox::Show("Cita reprogramada con éxito.", "Cita reprogramada", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               if not modeloCita::CambiosConflicto::Equals("")
                   invoke AvisarCitaCambiada()
               else
                   invoke type MessageBox::Show("No se ha encontrado hueco para reprogramar la cita.", "Error - Cita", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               end-if
           end-if
           goback.
       end method.
               goback
           end-if

           if modeloCita::CancelarCita(citaSeleccionada, motivoCancelacionAdmin::Text)
               set motivoCancelacionAdmin::Text to ""
               invoke Buscar()
               invoke type MessageBox::Show("Cita cancelada con éxito.", "Cita cancelada", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               if not modeloCita::CambiosConflicto::Equals("")
                   invoke AvisarCitaCambiada()
               else
                   invoke type MessageBox::Show("Ha ocurrido un error inesperado cancelando la cita.", "Error cancelación de cita", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               end-if
           end-if
           goback.
       end method.

       *>
       *> AvisarCitaCambiada
       *>
       *> Otra persona ha cambiado la cita mientras se tenía abierta y
       *> el cambio no se ha guardado: se enseña qué ha cambiado y se
       *> recarga la lista para que el usuario rehaga la operación
       *> sobre los datos actuales.
       *>
       method-id AvisarCitaCambiada final private.
       procedure division.
           invoke type MessageBox::Show(type String::Concat(
               "Otra persona ha modificado esta cita mientras la tenía abierta, así que no se ha guardado su cambio:",
               type Environment::NewLine, type Environment::NewLine, modeloCita::CambiosConflicto,
               type Environment::NewLine, type Environment::NewLine,
               "Se ha recargado la lista: revise la cita y repita la operación si sigue siendo necesaria."),
               "Cita modificada por otro usuario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           invoke Buscar()
           goback.
       end method.

       *>
       *> BotonVerAuditoria
       *>
           goback.
       end method.

       *>
       *> BotonPresupuestarSerie
       *>
       *> Emite el presupuesto de una serie de sesiones con los mismos
       *> datos del formulario de la serie (médico, paciente, motivo,
       *> cadencia y sesiones; 0 sesiones si solo se presupuestan
       *> pruebas) y los días de validez, y lo abre para entregarlo
       *> al paciente (ver Presupuesto::CrearPresupuesto).
       *>
       method-id BotonPresupuestarSerie final private.
       local-storage section.
       01 idPresupuesto binary-long.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.

           if SerieIdMedico::Text::Trim()::Equals("") or SerieIdPaciente::Text::Trim()::Equals("")
               or SerieCadencia::Text::Trim()::Equals("") or SerieSesiones::Text::Trim()::Equals("")
               or SerieMotivo::Text::Trim()::Equals("") or PresupuestoValidez::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Complete el médico, el paciente, el motivo, la cadencia, el número de sesiones y los días de validez del presupuesto.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set idPresupuesto to modeloPresupuesto::CrearPresupuesto(type Int32::Parse(SerieIdPaciente::Text::Trim()),
               type Int32::Parse(SerieIdMedico::Text::Trim()), SerieMotivo::Text, "Seguimiento",
               type Int32::Parse(SerieCadencia::Text::Trim()), type Int32::Parse(SerieSesiones::Text::Trim()),
               type Int32::Parse(PresupuestoValidez::Text::Trim())).

           if idPresupuesto = 0
               invoke type MessageBox::Show("No se ha podido emitir el presupuesto: el médico no tiene tarifa para las sesiones.", "Presupuesto no emitido", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set PresupuestoId::Text to idPresupuesto::ToString().
           invoke ImprimirPresupuesto(idPresupuesto).
           goback.
       end method.

       *>
       *> BotonAnadirPruebaPresupuesto
       *>
       *> Añade una prueba (por su nombre en la lista de tarifas) al
       *> presupuesto indicado, todavía no aceptado.
       *>
       method-id BotonAnadirPruebaPresupuesto final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.

           if PresupuestoId::Text::Trim()::Equals("") or PresupuestoPrueba::Text::Trim()::Equals("")
               or PresupuestoCantidad::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique el presupuesto, la prueba y la cantidad.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           if modeloPresupuesto::AnadirPrueba(type Int32::Parse(PresupuestoId::Text::Trim()),
               PresupuestoPrueba::Text, type Int32::Parse(PresupuestoCantidad::Text::Trim()))
               set PresupuestoPrueba::Text to ""
               set PresupuestoCantidad::Text to ""
               invoke type MessageBox::Show("Prueba añadida al presupuesto.", "Presupuesto", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show("No se ha podido añadir: la prueba no tiene precio o el presupuesto ya no está pendiente.", "Presupuesto", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           end-if
           goback.
       end method.

       *>
       *> BotonImprimirPresupuesto
       *>
       *> Vuelve a generar el documento del presupuesto indicado.
       *>
       method-id BotonImprimirPresupuesto final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.

           if PresupuestoId::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique el presupuesto.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           invoke ImprimirPresupuesto(type Int32::Parse(PresupuestoId::Text::Trim())).
           goback.
       end method.

       *>
       *> ImprimirPresupuesto
       *>
       *> Escribe el documento del presupuesto en la carpeta
       *> presupuestos y lo abre, como las facturas.
       *>
       method-id ImprimirPresupuesto final private.
       local-storage section.
       01 documento string.
       01 carpetaPresupuestos string.
       01 rutaArchivo string.
       procedure division using by value idPresupuesto as binary-long.

           set documento to modeloPresupuesto::GenerarDocumentoPresupuesto(idPresupuesto).
           if documento::Equals("")
               invoke type MessageBox::Show("No se ha encontrado el presupuesto.", "Error - Base de datos", type MessageBoxButton::OK, type MessageBoxImage::Error)
               goback
           end-if

           set carpetaPresupuestos to type String::Concat(type AppDomain::CurrentDomain::BaseDirectory, "presupuestos").
           if not type System.IO.Directory::Exists(carpetaPresupuestos)
               invoke type System.IO.Directory::CreateDirectory(carpetaPresupuestos)
           end-if

           set rutaArchivo to type String::Concat(carpetaPresupuestos, "\presupuesto_",
               idPresupuesto::ToString(), "_", type DateTime::Now::ToString("yyyyMMddHHmmss"), ".txt").
           invoke type System.IO.File::WriteAllText(rutaArchivo, documento).

           invoke type System.Diagnostics.Process::Start(rutaArchivo).
       end method.

       *>
       *> BotonAceptarPresupuesto
       *>
       *> El paciente acepta el presupuesto indicado: se reserva la
       *> serie con los precios del presupuesto fijados (ver
       *> Presupuesto::AceptarPresupuesto).
       *>
       method-id BotonAceptarPresupuesto final private.
       local-storage section.
       01 primeraCita type CitaMe.modelo.Cita.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.

           if PresupuestoId::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique el presupuesto.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set primeraCita to modeloPresupuesto::AceptarPresupuesto(type Int32::Parse(PresupuestoId::Text::Trim()), "Indiferente").

           if primeraCita = null
               invoke type MessageBox::Show("No se ha podido aceptar: el presupuesto no está pendiente, ha caducado o no hay una cadena de huecos libre para la serie en los próximos 90 días.", "Presupuesto no aceptado", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set PresupuestoId::Text to "".
           if primeraCita::id_cita = 0
               invoke type MessageBox::Show("Presupuesto aceptado.", "Presupuesto aceptado", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke Buscar()
               invoke type MessageBox::Show(
                   type String::Concat("Presupuesto aceptado y serie registrada. Primera sesión: ",
                       primeraCita::fecha_cita::ToString("dd/MM/yyyy"), " a las ", primeraCita::hora_cita::ToString("hh\:mm"), "."),
                   "Presupuesto aceptado", type MessageBoxButton::OK, type MessageBoxImage::Information)
           end-if
           goback.
       end method.

       *>
       *> BotonRechazarPresupuesto
       *>
       *> Deja constancia de que el paciente no acepta el presupuesto
       *> indicado.
       *>
       method-id BotonRechazarPresupuesto final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.

           if PresupuestoId::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique el presupuesto.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           if modeloPresupuesto::RechazarPresupuesto(type Int32::Parse(PresupuestoId::Text::Trim()))
               set PresupuestoId::Text to ""
               invoke type MessageBox::Show("Presupuesto rechazado.", "Presupuesto", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show("Ha ocurrido un error rechazando el presupuesto.", "Error - Base de datos", type MessageBoxButton::OK, type MessageBoxImage::Error)
           end-if
           goback.
       end method.

       *>
       *> BotonVerPresupuestosNoAceptados
       *>
       *> Muestra los presupuestos de los últimos 90 días que el
       *> paciente no ha aceptado (pendientes, rechazados y
       *> caducados), para su seguimiento.
       *>
       method-id BotonVerPresupuestosNoAceptados final private.
       local-storage section.
       01 presupuestos List[string].
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.

           set presupuestos to modeloPresupuesto::DevuelvePresupuestosNoAceptados(
               type DateTime::Now::AddDays(-90)::ToString("yyyy-MM-dd")).

           if presupuestos::Count = 0
               invoke type MessageBox::Show("No hay presupuestos sin aceptar en los últimos 90 días.", "Presupuestos no aceptados", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show(type String::Join(type Environment::NewLine, presupuestos), "Presupuestos no aceptados", type MessageBoxButton::OK, type MessageBoxImage::Information)
           end-if
           goback.
       end method.

       *>
       *> BotonCancelarSerie
       *>
           goback.
       end method.

       *>
       *> BotonLiberarDocumentosAdmin
       *>
       *> Libera al paciente los documentos adjuntos a la cita
       *> seleccionada, para que pueda descargarlos a través del API
       *> (ver Documento::LiberarDocumentosCita).
       *>
       method-id BotonLiberarDocumentosAdmin final private.
       local-storage section.
       01 liberados binary-long.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if citaSeleccionada = null
               invoke type MessageBox::Show("Seleccione la cita cuyos documentos desea liberar al paciente.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set liberados to modeloDocumento::LiberarDocumentosCita(citaSeleccionada::id_cita).
           if liberados < 0
               invoke type MessageBox::Show("Ha ocurrido un error liberando los documentos.", "Error - Base de datos", type MessageBoxButton::OK, type MessageBoxImage::Error)
           else
               invoke type MessageBox::Show(type String::Concat("Documentos liberados al paciente: ", liberados::ToString()), "Documentos liberados", type MessageBoxButton::OK, type MessageBoxImage::Information)
           end-if
           goback.
       end method.

       *>
       *> BotonValidarReceta
       *>
                   notificacion::fecha_creacion_notificacion, " - ", notificacion::tipo_notificacion,
                   " a ", notificacion::destinatario_notificacion, ": ", notificacion::estado_notificacion,
                   " (intentos: ", notificacion::intentos_notificacion::ToString(), ")")
               if not notificacion::reglas_notificacion::Equals("")
                   set textoRegistro to type String::Concat(textoRegistro, " - ", notificacion::reglas_notificacion)
               end-if
           end-perform

           invoke type MessageBox::Show(textoRegistro, "Notificaciones de cita", type MessageBoxButton::OK, type MessageBoxImage::Information).
           goback.
       end method.

       *>
       *> BotonExportarHistoria
       *>
       *> Envía a la historia clínica compartida los encuentros
       *> pendientes (ver HistoriaCompartida::ExportarEncuentros). La
       *> pasada diaria del planificador hace lo mismo sola.
       *>
       method-id BotonExportarHistoria final private.
       local-storage section.
       01 exportados binary-long.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set exportados to modeloHistoriaCompartida::ExportarEncuentros().
           invoke type MessageBox::Show(type String::Concat("Encuentros enviados: ", exportados::ToString()), "Historia compartida", type MessageBoxButton::OK, type MessageBoxImage::Information).
           goback.
       end method.

       *>
       *> BotonImportarAcusesHistoria
       *>
       *> Carga los ficheros de acuses que la región haya dejado en la
       *> carpeta de entrada (ver HistoriaCompartida).
       *>
       method-id BotonImportarAcusesHistoria final private.
       local-storage section.
       01 procesados binary-long.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set procesados to modeloHistoriaCompartida::ImportarAcusesPendientes().
           invoke type MessageBox::Show(type String::Concat("Ficheros de acuses procesados: ", procesados::ToString()), "Historia compartida", type MessageBoxButton::OK, type MessageBoxImage::Information).
           goback.
       end method.

       *>
       *> BotonVerRechazosHistoria
       *>
       *> Muestra los encuentros rechazados por la historia compartida
       *> pendientes de corrección y reenvío.
       *>
       method-id BotonVerRechazosHistoria final private.
       local-storage section.
       01 rechazos List[string].
       01 textoRechazos string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set rechazos to modeloHistoriaCompartida::DevuelveRechazos().
           if rechazos::Count = 0
               invoke type MessageBox::Show("No hay encuentros rechazados pendientes de corrección.", "Historia compartida", type MessageBoxButton::OK, type MessageBoxImage::Information)
               goback
           end-if

           set textoRechazos to "Encuentros rechazados (corrija los datos y reenvíe la cita, o añada una adenda si el error es clínico):".
           perform varying rechazo as string through rechazos
               set textoRechazos to type String::Concat(textoRechazos, type Environment::NewLine, "- ", rechazo)
           end-perform.
           invoke type MessageBox::Show(textoRechazos, "Historia compartida", type MessageBoxButton::OK, type MessageBoxImage::Warning).
           goback.
       end method.

       *>
       *> BotonReenviarHistoria
       *>
       *> Marca para reenvío el encuentro rechazado de la cita
       *> seleccionada, una vez corregidos sus datos; sale en la
       *> próxima exportación (ver HistoriaCompartida::ReenviarEncuentro).
       *>
       method-id BotonReenviarHistoria final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if citaSeleccionada = null
               invoke type MessageBox::Show("Seleccione la cita rechazada que quiere reenviar.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           if modeloHistoriaCompartida::ReenviarEncuentro(citaSeleccionada::id_cita)
               invoke type MessageBox::Show("El encuentro se reenviará en la próxima exportación.", "Historia compartida", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show("La cita seleccionada no tiene ningún envío rechazado.", "Historia compartida", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           end-if
           goback.
       end method.

       *>
       *> BotonIrReprogramacionMasiva
       *>
