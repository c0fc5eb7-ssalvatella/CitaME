       *> Clase de control de la vista de inicio del personal de
       *> recepción (TIPO_RECEPCIONISTA): búsqueda, reprogramación y
       *> cancelación de citas como en AdminCitas, registro de llegada
       *> de pacientes por DNI (con el aviso de cobertura de mutua
       *> rechazada y el paso de la cita a tarifa privada) y panel de
       *> sala de espera. A diferencia del administrador, la
       *> recepción no navega a la gestión de usuarios, a las
       *> pantallas de configuración ni a ningún campo clínico
       *> (diagnósticos, recetas). Desde recepción se anotan también
       *> las lecturas de temperatura de las neveras de vacunas (ver
       *> modelo NeveraVacunas) y se notifican incidentes de seguridad
       *> del paciente (ver NotificarIncidente). Los pacientes con
       *> precauciones de aislamiento se avisan en el check-in para
       *> llevarlos a la sala de espera separada. El fallecimiento de
       *> un paciente se registra aquí una sola vez y se propaga a
       *> todo el sistema (ver Cita::RegistrarExitus). Para los
       *> pacientes que no pueden venir por sus medios se pide aquí el
       *> transporte sanitario de su cita y se anota si el transporte
       *> falló (ver modelo Transporte). Las respuestas por correo a
       *> la solicitud de confirmación de asistencia que no se han
       *> podido aplicar solas llegan a la lista de revisión de
       *> recepción (ver modelo RespuestaCorreo). Los pacientes cuyo
       *> correo rebota (ver modelo ReboteCorreo) aparecen en la lista
       *> de datos de contacto por corregir y se avisan en el
       *> check-in, para pedirles un correo nuevo en el mostrador. Las
       *> peticiones de la centralita regional de cita previa se cargan
       *> solas desde su fichero (ver modelo CentralitaCitas), y también
       *> pueden cargarse a demanda desde aquí.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.vista.recepcion.Recepcion is partial
                 inherits type System.Windows.Controls.Page.
       01 modeloPaciente type CitaMe.modelo.Paciente.
       01 modeloErrores type CitaMe.modelo.RegistroErrores.
       01 modeloPermisos type CitaMe.modelo.PerfilPermisos.
       01 modeloExtractoCuenta type CitaMe.modelo.ExtractoCuenta.
       01 modeloElegibilidad type CitaMe.modelo.ElegibilidadMutua.
       01 modeloNeveras type CitaMe.modelo.NeveraVacunas.
       01 modeloTransporte type CitaMe.modelo.Transporte.
       01 modeloRespuestaCorreo type CitaMe.modelo.RespuestaCorreo.
       01 modeloReboteCorreo type CitaMe.modelo.ReboteCorreo.
       01 modeloUsuario type CitaMe.modelo.Usuario.
       01 modeloCentralita type CitaMe.modelo.CentralitaCitas.

       *> Última cita cuyo check-in registró este puesto, para poder
       *> aparcarla si la verificación de identidad con la foto falla
           set modeloPaciente to new CitaMe.modelo.Paciente().
           set modeloErrores to new CitaMe.modelo.RegistroErrores().
           set modeloPermisos to new CitaMe.modelo.PerfilPermisos().
           set modeloExtractoCuenta to new CitaMe.modelo.ExtractoCuenta().
           set modeloElegibilidad to new CitaMe.modelo.ElegibilidadMutua().
           set modeloNeveras to new CitaMe.modelo.NeveraVacunas().
           set modeloTransporte to new CitaMe.modelo.Transporte().
           set modeloRespuestaCorreo to new CitaMe.modelo.RespuestaCorreo().
           set modeloReboteCorreo to new CitaMe.modelo.ReboteCorreo().
           set modeloUsuario to new CitaMe.modelo.Usuario().
           set modeloCentralita to new CitaMe.modelo.CentralitaCitas().
           invoke CargarEspecialidades().
           invoke Buscar().
           invoke ActualizarSalaEspera().
           invoke ActualizarSesionesGrupales().
           invoke ActualizarRespuestasCorreo().
           invoke ActualizarContactosPorCorregir().
           goback.
       end method.

       *>
       *> CitaSeleccionada
       *>
       *> Habilita los botones de acción al seleccionar una cita y
       *> muestra su transporte sanitario, o recuerda ofrecerlo si el
       *> paciente tiene movilidad reducida.
       *>
       method-id CitaSeleccionada final private.
       procedure division using by value sender as object e as type System.Windows.Controls.SelectionChangedEventArgs.
           set citaSeleccionada to tablaCitasRecepcion::SelectedItem as type CitaMe.modelo.Cita.
           set BotonCancelarCitaRecepcion::IsEnabled to not (citaSeleccionada = null).
           set BotonReprogramarCitaRecepcion::IsEnabled to not (citaSeleccionada = null).
           set BotonPasarAPrivadoRecepcion::IsEnabled to not (citaSeleccionada = null).
           set BotonMarcarAislamiento::IsEnabled to not (citaSeleccionada = null).
           set BotonSolicitarTransporte::IsEnabled to not (citaSeleccionada = null).
           set BotonFalloTransporte::IsEnabled to not (citaSeleccionada = null).
           set TransporteCitaRecepcion::Text to "".
           if citaSeleccionada = null
               goback
           end-if

           set TransporteCitaRecepcion::Text to modeloTransporte::DevuelveTransporteCita(citaSeleccionada::id_cita).
           if TransporteCitaRecepcion::Text::Equals("") and modeloPaciente::NecesitaSalaAccesible(citaSeleccionada::paciente_cita)
               set TransporteCitaRecepcion::Text to "Paciente con movilidad reducida: sin transporte sanitario solicitado."
           end-if
           goback.
       end method.

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
       *>
       *> BotonCancelarCitaRecepcion
       *>
       *> Cancela la cita seleccionada desde el mostrador. Sólo si se
       *> marca que la cancela el paciente puede generar el cargo por
       *> cancelación tardía (ver Cita::CancelarCitaPorPaciente); las
       *> cancelaciones de la propia clínica (médico ausente, sala
       *> cerrada...) no.
       *>
       method-id BotonCancelarCitaRecepcion final private.
       local-storage section.
       01 accionConfirmada type MessageBoxResult.
       01 cancelada type Boolean.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if citaSeleccionada = null
               goback
               goback
           end-if

           if candadoPeticionPaciente::IsChecked::GetValueOrDefault
               set cancelada to modeloCita::CancelarCitaPorPaciente(citaSeleccionada, motivoCancelacionRecepcion::Text)
           else
               set cancelada to modeloCita::CancelarCita(citaSeleccionada, motivoCancelacionRecepcion::Text)
           end-if

           if cancelada
               set motivoCancelacionRecepcion::Text to ""
               set candadoPeticionPaciente::IsChecked to False
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
       *> BotonRegistrarExitus
       *>
       *> Registra el fallecimiento del paciente indicado en el filtro
       *> (o el de la cita seleccionada), con su fecha y la fuente de
       *> la comunicación: cancela sus citas pendientes, series y
       *> rutas, lo saca de la lista de espera, suprime sus avisos y
       *> su domiciliación, y deja la ficha en solo lectura (ver
       *> Cita::RegistrarExitus). Acción irreversible, con doble
       *> confirmación.
       *>
       method-id BotonRegistrarExitus final private.
       local-storage section.
       01 idPacienteExitus binary-short.
       01 accionConfirmada type MessageBoxResult.
       01 resumen string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set idPacienteExitus to 0.
           if not filtroIdPaciente::Text::Trim()::Equals("")
               try
                   set idPacienteExitus to type Int16::Parse(filtroIdPaciente::Text::Trim())
               catch ex as type System.Exception
                   set idPacienteExitus to 0
               end-try
           else
               if not citaSeleccionada = null
                   set idPacienteExitus to citaSeleccionada::paciente_cita
               end-if
           end-if

           if idPacienteExitus <= 0 or not FechaExitus::SelectedDate::HasValue or OrigenExitus::SelectedValue = null
               invoke type MessageBox::Show("Indique el paciente (en el filtro o seleccionando una de sus citas), la fecha del fallecimiento y quién lo comunica.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           if FechaExitus::SelectedDate::Value > type DateTime::Today
               invoke type MessageBox::Show("La fecha del fallecimiento no puede ser posterior a hoy.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           if not modeloPermisos::TieneCapacidad(type CitaMe.vista.Login::idUsuario, "exitus")
               invoke type MessageBox::Show("Su perfil de permisos no incluye el registro de fallecimientos.", "Acceso no permitido", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           if not modeloPaciente::DevuelveExitus(idPacienteExitus)::Equals("")
               invoke type MessageBox::Show(type String::Concat("El fallecimiento de este paciente ya está registrado: ",
                   modeloPaciente::DevuelveExitus(idPacienteExitus), "."), "Exitus", type MessageBoxButton::OK, type MessageBoxImage::Information)
               goback
           end-if

           set accionConfirmada to type MessageBox::Show(type String::Concat(
               "Va a registrar el fallecimiento del paciente #", idPacienteExitus::ToString(),
               ": se cancelarán todas sus citas pendientes y su ficha quedará en solo lectura. ¿Está seguro?"),
               "Registrar exitus", type MessageBoxButton::YesNo, type MessageBoxImage::Warning).
           if not accionConfirmada::Equals(type MessageBoxResult::Yes)
               goback
           end-if

           set accionConfirmada to type MessageBox::Show("Confirme de nuevo: esta acción no se puede deshacer.", "Registrar exitus", type MessageBoxButton::YesNo, type MessageBoxImage::Warning).
           if not accionConfirmada::Equals(type MessageBoxResult::Yes)
               goback
           end-if

           set resumen to modeloCita::RegistrarExitus(idPacienteExitus, FechaExitus::SelectedDate::Value, OrigenExitus::SelectedValue::ToString()).
           if resumen::Equals("")
               invoke type MessageBox::Show("Ha ocurrido un error registrando el fallecimiento.", "Error - Base de datos", type MessageBoxButton::OK, type MessageBoxImage::Error)
               goback
           end-if

           set FechaExitus::SelectedDate to null.
           invoke Buscar().
           invoke ActualizarSalaEspera().
           invoke type MessageBox::Show(resumen, "Exitus registrado", type MessageBoxButton::OK, type MessageBoxImage::Information).
           goback.
       end method.

       *>
       *> BotonCheckInRecepcion
       *>
       local-storage section.
       01 cita type CitaMe.modelo.Cita.
       01 estadoAutorizacion string.
       01 estadoCobertura string.
       01 pasarAPrivado type MessageBoxResult.
       01 deudaPaciente binary-long.
       01 rutaFoto string.
       01 aislamiento string.
       01 correoInvalido string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.

           if DniRecepcion::Text::Trim()::Equals("")
                       "Autorización de mutua", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               end-if

               *> Cobertura rechazada por la aseguradora en la
               *> comprobación previa: se ofrece pasar la cita a tarifa
               *> privada antes de la consulta (ver ElegibilidadMutua)
               set estadoCobertura to modeloElegibilidad::DevuelveEstadoCita(cita::id_cita)
               if estadoCobertura::StartsWith("Rechazada")
                   set pasarAPrivado to type MessageBox::Show(type String::Concat(
                       "ATENCIÓN: la mutua ha rechazado la cobertura de esta cita (",
                       estadoCobertura, "). ¿Pasar la cita a tarifa privada?"),
                       "Cobertura de mutua", type MessageBoxButton::YesNo, type MessageBoxImage::Warning)
                   if pasarAPrivado::Equals(type MessageBoxResult::Yes)
                       invoke modeloCita::PasarCitaAPrivado(cita::id_cita, type String::Concat("Check-in: ", estadoCobertura))
                   end-if
               end-if

               *> Aviso discreto de saldo pendiente del paciente, para
               *> ofrecerle regularizarlo mientras está en el mostrador
               *> (ver Impagos::DevuelveDeudaPaciente)
                       "Saldo pendiente", type MessageBoxButton::OK, type MessageBoxImage::Information)
               end-if

               *> Precauciones de aislamiento: el paciente pasa a la
               *> sala de espera separada y a una sala designada (ver
               *> Cita::EvaluarAislamiento)
               set aislamiento to modeloCita::EvaluarAislamiento(cita::id_cita)
               if not aislamiento::Equals("")
                   invoke type MessageBox::Show(TextoAislamiento(aislamiento),
                       "Precauciones de aislamiento", type MessageBoxButton::OK, type MessageBoxImage::Warning)
                   invoke ActualizarSalaEspera()
               end-if

               *> Correo que rebota: se pide al paciente uno nuevo
               *> mientras está en el mostrador (ver ReboteCorreo)
               set correoInvalido to modeloReboteCorreo::DevuelveCorreoInvalido(cita::paciente_cita)
               if not correoInvalido::Equals("")
                   set IdPacienteContacto::Text to cita::paciente_cita::ToString()
                   invoke type MessageBox::Show(type String::Concat(
                       "Aviso: los correos a ", correoInvalido,
                       " rebotan y el paciente recibe sus avisos por carta. Pídale un correo nuevo."),
                       "Datos de contacto", type MessageBoxButton::OK, type MessageBoxImage::Information)
               end-if

               invoke type MessageBox::Show("Llegada registrada.", "Llegada registrada", type MessageBoxButton::OK, type MessageBoxImage::Information)
           end-if
           goback.
       end method.

       *>
       *> BotonMarcarAislamiento
       *>
       *> Marca a mano la cita seleccionada con precauciones de
       *> aislamiento (sospecha que no ha recogido el triaje ni la
       *> vigilancia): se le asigna una sala designada y la sala queda
       *> en limpieza tras la consulta (ver Cita::MarcarAislamiento).
       *>
       method-id BotonMarcarAislamiento final private.
       local-storage section.
       01 sala string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if citaSeleccionada = null
               invoke type MessageBox::Show("Seleccione la cita del paciente a aislar.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set sala to modeloCita::MarcarAislamiento(citaSeleccionada::id_cita,
               type String::Concat("Manual: ", MotivoAislamientoRecepcion::Text::Trim())).
           if sala = null
               invoke type MessageBox::Show("Ha ocurrido un error marcando el aislamiento en la base de datos.", "Error - Base de datos", type MessageBoxButton::OK, type MessageBoxImage::Error)
               goback
           end-if
           set MotivoAislamientoRecepcion::Text to "".
           invoke Buscar().
           invoke ActualizarSalaEspera().
           invoke type MessageBox::Show(TextoAislamiento(type String::Concat("Manual|", sala)),
               "Precauciones de aislamiento", type MessageBoxButton::OK, type MessageBoxImage::Warning).
           goback.
       end method.

       *>
       *> TextoAislamiento
       *>
       *> Aviso al mostrador de un paciente con precauciones de
       *> aislamiento.
       *>
       *> Parámetros:
       *>     aislamiento (str): "motivo|sala" (ver
       *>                        Cita::EvaluarAislamiento)
       *>
       *> Devuelve:
       *>     str: texto del aviso
       *>
       method-id TextoAislamiento final private.
       local-storage section.
       01 partes type System.String occurs any.
       procedure division using by value aislamiento as string
                                   returning texto as string.
           set partes to aislamiento::Split("|").
           set texto to type String::Concat("AISLAMIENTO (", partes[0], "): acompañe al paciente a la sala de espera de aislamiento.")
           if partes::Length > 1 and not partes[1]::Equals("")
               set texto to type String::Concat(texto, type Environment::NewLine, "Sala asignada: ", partes[1], ".")
           else
               set texto to type String::Concat(texto, type Environment::NewLine, "No hay sala de aislamiento libre a su hora: asígnele una a mano.")
           end-if
       end method.

       *>
       *> BotonSolicitarTransporte
       *>
       *> Pide el transporte sanitario no urgente de la cita
       *> seleccionada al proveedor indicado (ver
       *> Transporte::SolicitarTransporte). Sin dirección de recogida
       *> se usa la de la ficha del paciente.
       *>
       method-id BotonSolicitarTransporte final private.
       local-storage section.
       01 idProveedor binary-long.
       01 idTransporte binary-long.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if citaSeleccionada = null
               invoke type MessageBox::Show("Seleccione la cita para la que se pide el transporte.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set idProveedor to 0.
           try
               set idProveedor to type Int32::Parse(IdProveedorTransporte::Text::Trim())
           catch ex as type System.Exception
               set idProveedor to 0
           end-try

           if idProveedor <= 0 or ModalidadTransporte::SelectedValue = null
               invoke type MessageBox::Show("Indique el número del proveedor de transporte y la modalidad (sentado, silla de ruedas o camilla).", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set idTransporte to modeloTransporte::SolicitarTransporte(citaSeleccionada::id_cita, idProveedor,
               DireccionRecogidaTransporte::Text, ModalidadTransporte::SelectedValue::ToString(),
               candadoAcompananteTransporte::IsChecked::GetValueOrDefault,
               candadoVueltaTransporte::IsChecked::GetValueOrDefault).

           if idTransporte = 0
               invoke type MessageBox::Show("No se ha podido pedir el transporte: compruebe el proveedor, que la cita no esté cancelada y que haya dirección de recogida.", "Error - Transporte", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set IdProveedorTransporte::Text to "".
           set DireccionRecogidaTransporte::Text to "".
           set TransporteCitaRecepcion::Text to modeloTransporte::DevuelveTransporteCita(citaSeleccionada::id_cita).
           invoke type MessageBox::Show(type String::Concat("Transporte nº ", idTransporte::ToString(), " solicitado. Irá en el manifiesto que recibe el proveedor la víspera de la cita."), "Transporte sanitario", type MessageBoxButton::OK, type MessageBoxImage::Information).
           goback.
       end method.

       *>
       *> BotonFalloTransporte
       *>
       *> Anota que el transporte de la cita seleccionada no llegó: la
       *> cita se cancela por ese motivo y no cuenta como no
       *> presentado (ver Transporte::RegistrarFallo).
       *>
       method-id BotonFalloTransporte final private.
       local-storage section.
       01 accionConfirmada type MessageBoxResult.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if citaSeleccionada = null
               goback
           end-if

           if MotivoFalloTransporte::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique qué falló en el transporte.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set accionConfirmada to type MessageBox::Show("La cita se cancelará por fallo del transporte. ¿Desea continuar?", "Confirmar acción", type MessageBoxButton::YesNo, type MessageBoxImage::Warning).
           if not accionConfirmada::Equals(type MessageBoxResult::Yes)
               goback
           end-if

           if modeloTransporte::RegistrarFallo(citaSeleccionada::id_cita, MotivoFalloTransporte::Text)
               set MotivoFalloTransporte::Text to ""
               invoke Buscar()
               invoke type MessageBox::Show("Fallo del transporte anotado y cita cancelada. Ofrezca al paciente una nueva cita.", "Transporte sanitario", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show("La cita seleccionada no tiene transporte sanitario en curso.", "Error - Transporte", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           end-if
           goback.
       end method.

       *>
       *> BotonInformeFallosTransporte
       *>
       *> Muestra las citas perdidas por fallo del transporte en el
       *> último mes, aparte de los no presentados.
       *>
       method-id BotonInformeFallosTransporte final private.
       local-storage section.
       01 fallos List[string].
       01 textoInforme string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set fallos to modeloTransporte::DevuelveInformeFallos(type DateTime::Today::AddMonths(-1)::ToString("yyyy-MM-dd"),
               type DateTime::Today::ToString("yyyy-MM-dd")).
           if fallos::Count = 0
               invoke type MessageBox::Show("No hay citas perdidas por fallo del transporte en el último mes.", "Fallos de transporte", type MessageBoxButton::OK, type MessageBoxImage::Information)
               goback
           end-if

           set textoInforme to "Citas perdidas por fallo del transporte en el último mes:".
           perform varying lineaFallo as string through fallos
               set textoInforme to type String::Concat(textoInforme, type Environment::NewLine, "- ", lineaFallo)
           end-perform.
           invoke type MessageBox::Show(textoInforme, "Fallos de transporte", type MessageBoxButton::OK, type MessageBoxImage::Information).
           goback.
       end method.

       *>
       *> BotonVerCoberturasRechazadas
       *>
       *> Muestra las próximas citas cuya cobertura ha rechazado la
       *> mutua en la comprobación previa y que siguen sin pasar a
       *> tarifa privada (ver ElegibilidadMutua).
       *>
       method-id BotonVerCoberturasRechazadas final private.
       local-storage section.
       01 rechazadas List[string].
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set rechazadas to modeloElegibilidad::DevuelveRechazadas().
           if rechazadas::Count = 0
               invoke type MessageBox::Show("No hay citas con la cobertura rechazada.", "Cobertura de mutua", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show(type String::Join(type Environment::NewLine, rechazadas), "Cobertura de mutua", type MessageBoxButton::OK, type MessageBoxImage::Information)
           end-if
           goback.
       end method.

       *>
       *> BotonPasarAPrivadoRecepcion
       *>
       *> Pasa la cita seleccionada a tarifa privada: se facturará al
       *> paciente aunque tenga mutua (ver Cita::PasarCitaAPrivado).
       *>
       method-id BotonPasarAPrivadoRecepcion final private.
       local-storage section.
       01 accionConfirmada type MessageBoxResult.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if citaSeleccionada = null
               goback
           end-if

           set accionConfirmada to type MessageBox::Show("La cita se facturará al paciente con la tarifa privada. ¿Continuar?", "Confirmar acción", type MessageBoxButton::YesNo, type MessageBoxImage::Warning).
           if not accionConfirmada::Equals(type MessageBoxResult::Yes)
               goback
           end-if

           if modeloCita::PasarCitaAPrivado(citaSeleccionada::id_cita, type String::Concat("Recepción: ",
               modeloElegibilidad::DevuelveEstadoCita(citaSeleccionada::id_cita)))
               invoke type MessageBox::Show("Cita pasada a tarifa privada.", "Cobertura de mutua", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show("Ha ocurrido un error inesperado pasando la cita a tarifa privada.", "Cobertura de mutua", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           end-if
           goback.
       end method.

       *>
       *> ActualizarSalaEspera
       *>
       method-id ActualizarSalaEspera final private.
       local-storage section.
       01 citas List[type CitaMe.modelo.Cita].
       01 avisosEspera binary-long.
       procedure division.
           set citas to modeloCita::DevuelveSalaEspera().
           set avisosEspera to 0.
           invoke tablaSalaEsperaRecepcion::Items::Clear().
           perform varying cita as type CitaMe.modelo.Cita through citas
               invoke tablaSalaEsperaRecepcion::Items::Add(cita)
               if not cita::alerta_espera_cita::Equals("")
                   add 1 to avisosEspera
               end-if
           end-perform.

           *> Aviso de esperas excesivas (ver modelo AlertaEspera)
           if avisosEspera = 0
               set AlertasEsperaRecepcion::Text to ""
           else
               set AlertasEsperaRecepcion::Text to type String::Concat(avisosEspera::ToString(), " paciente(s) superan la espera máxima de su especialidad.")
           end-if
       end method.

       *>
           goback.
       end method.

       *>
       *> BotonImprimirExtractoCuenta
       *>
       *> Imprime a demanda el extracto de cuenta del paciente de la
       *> cita seleccionada para el mes indicado (aaaa-MM, el mes en
       *> curso si se deja en blanco), ver ExtractoCuenta. Mismo motor
       *> de documento que el justificante.
       *>
       method-id BotonImprimirExtractoCuenta final private.
       local-storage section.
       01 mesExtracto string.
       01 extracto string.
       01 carpetaExtractos string.
       01 rutaArchivo string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if citaSeleccionada = null
               invoke type MessageBox::Show("Seleccione en la tabla una cita del paciente cuyo extracto se imprime.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set mesExtracto to MesExtractoCuenta::Text::Trim().
           if mesExtracto::Equals("")
               set mesExtracto to type DateTime::Now::ToString("yyyy-MM")
           end-if

           set extracto to modeloExtractoCuenta::GenerarExtracto(citaSeleccionada::paciente_cita, mesExtracto).
           if extracto::Equals("")
               invoke type MessageBox::Show("El paciente no tiene movimientos ni saldo pendiente en ese mes.", "Extracto de cuenta", type MessageBoxButton::OK, type MessageBoxImage::Information)
               goback
           end-if

           set carpetaExtractos to type String::Concat(type AppDomain::CurrentDomain::BaseDirectory, "extractos_cuenta").
           if not type System.IO.Directory::Exists(carpetaExtractos)
               invoke type System.IO.Directory::CreateDirectory(carpetaExtractos)
           end-if

           set rutaArchivo to type String::Concat(carpetaExtractos, "\extracto_",
               citaSeleccionada::paciente_cita::ToString(), "_", mesExtracto::Replace("-", ""), "_",
               type DateTime::Now::ToString("yyyyMMddHHmmss"), ".txt").
           invoke type System.IO.File::WriteAllText(rutaArchivo, extracto).

           invoke type System.Diagnostics.Process::Start(rutaArchivo).
           goback.
       end method.

       *>
       *> BotonValidarJustificante
       *>
           goback.
       end method.

       *>
       *> ActualizarRespuestasCorreo
       *>
       *> Refresca la lista de respuestas por correo a la solicitud de
       *> confirmación pendientes de revisión.
       *>
       method-id ActualizarRespuestasCorreo final private.
       procedure division.
           invoke tablaRespuestasCorreo::Items::Clear().
           perform varying respuesta as type CitaMe.modelo.RespuestaCorreo through modeloRespuestaCorreo::DevuelveRespuestasPendientes()
               invoke tablaRespuestasCorreo::Items::Add(respuesta)
           end-perform.
       end method.

       *>
       *> BotonActualizarRespuestas
       *>
       *> Vuelve a consultar las respuestas pendientes de revisión.
       *>
       method-id BotonActualizarRespuestas final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           invoke ActualizarRespuestasCorreo().
           goback.
       end method.

       *>
       *> ResolverRespuestaSeleccionada
       *>
       *> Resuelve la respuesta seleccionada en la lista de revisión
       *> (ver RespuestaCorreo::ResolverRespuesta). Si la pasada no
       *> encontró la cita, o no era la correcta, se indica su número
       *> en IdCitaRespuesta.
       *>
       *> Parámetros:
       *>     accion (str): "Confirmar", "Cancelar" o "Descartar"
       *>
       method-id ResolverRespuestaSeleccionada final private.
       local-storage section.
       01 respuesta type CitaMe.modelo.RespuestaCorreo.
       01 idCita binary-long.
       01 motivo string.
       procedure division using by value accion as string.
           set respuesta to tablaRespuestasCorreo::SelectedItem as type CitaMe.modelo.RespuestaCorreo.
           if respuesta = null
               invoke type MessageBox::Show("Seleccione una respuesta de la lista.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set idCita to 0.
           if not IdCitaRespuesta::Text::Trim()::Equals("")
               try
                   set idCita to type Int32::Parse(IdCitaRespuesta::Text::Trim())
               catch ex as type System.Exception
                   invoke type MessageBox::Show("El número de cita debe ser numérico.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
                   goback
               end-try
           end-if

           set motivo to modeloRespuestaCorreo::ResolverRespuesta(respuesta::id_respuesta, idCita, accion, type CitaMe.vista.Login::idUsuario).
           if not motivo::Equals("")
               invoke type MessageBox::Show(motivo, "Respuestas por correo", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set IdCitaRespuesta::Text to "".
           invoke ActualizarRespuestasCorreo().
           invoke type MessageBox::Show("Respuesta resuelta.", "Respuestas por correo", type MessageBoxButton::OK, type MessageBoxImage::Information).
       end method.

       *>
       *> BotonConfirmarRespuesta
       *>
       *> Confirma la asistencia de la cita de la respuesta seleccionada.
       *>
       method-id BotonConfirmarRespuesta final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           invoke ResolverRespuestaSeleccionada("Confirmar").
           goback.
       end method.

       *>
       *> BotonCancelarRespuesta
       *>
       *> Cancela, a petición del paciente, la cita de la respuesta
       *> seleccionada.
       *>
       method-id BotonCancelarRespuesta final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           invoke ResolverRespuestaSeleccionada("Cancelar").
           goback.
       end method.

       *>
       *> BotonDescartarRespuesta
       *>
       *> Da por revisada la respuesta seleccionada sin tocar la cita.
       *>
       method-id BotonDescartarRespuesta final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           invoke ResolverRespuestaSeleccionada("Descartar").
           goback.
       end method.

       *>
       *> ActualizarContactosPorCorregir
       *>
       *> Refresca la lista de pacientes cuyo correo rebota.
       *>
       method-id ActualizarContactosPorCorregir final private.
       procedure division.
           invoke listaContactosCorregir::Items::Clear().
           perform varying contacto as string through modeloReboteCorreo::DevuelveContactosPorCorregir()
               invoke listaContactosCorregir::Items::Add(contacto)
           end-perform.
       end method.

       *>
       *> BotonActualizarContactos
       *>
       *> Vuelve a consultar los datos de contacto por corregir.
       *>
       method-id BotonActualizarContactos final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           invoke ActualizarContactosPorCorregir().
           goback.
       end method.

       *>
       *> BotonCargarCentralita
       *>
       *> Carga en el momento los ficheros de peticiones de la
       *> centralita que haya en la carpeta de entrada, sin esperar a
       *> la pasada del planificador (ver CentralitaCitas).
       *>
       method-id BotonCargarCentralita final private.
       local-storage section.
       01 procesadas binary-long.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set procesadas to modeloCentralita::ProcesarPeticionesPendientes().
           invoke type MessageBox::Show(type String::Concat("Peticiones de la centralita procesadas: ", procesadas::ToString(),
               ". El resultado de cada una queda en el fichero de resultados para la centralita."), "Centralita", type MessageBoxButton::OK, type MessageBoxImage::Information).
           goback.
       end method.

       *>
       *> BotonCorregirCorreo
       *>
       *> Guarda el correo nuevo que da el paciente en el mostrador
       *> (ver Usuario::EditarDatosContacto, que lo deja en la
       *> auditoría); la marca de rebote deja de aplicar.
       *>
       method-id BotonCorregirCorreo final private.
       local-storage section.
       01 idPaciente binary-short.
       01 datosContacto type CitaMe.modelo.Usuario.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           try
               set idPaciente to type Int16::Parse(IdPacienteContacto::Text::Trim())
           catch ex as type System.Exception
               invoke type MessageBox::Show("Indique el número del paciente.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-try

           if not modeloUsuario::ValidarCorreo(NuevoCorreoContacto::Text::Trim())
               invoke type MessageBox::Show("El correo introducido no es válido.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set datosContacto to modeloUsuario::DevuelveDatosContacto(idPaciente).
           if datosContacto = null
               invoke type MessageBox::Show("No existe ningún paciente con ese número.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           if modeloUsuario::EditarDatosContacto(idPaciente, NuevoCorreoContacto::Text, datosContacto::telefono_usr, datosContacto::direccion_usr)
               set IdPacienteContacto::Text to ""
               set NuevoCorreoContacto::Text to ""
               invoke ActualizarContactosPorCorregir()
               invoke type MessageBox::Show("Correo actualizado.", "Datos de contacto", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               if not modeloUsuario::MotivoRechazo::Equals("")
                   invoke type MessageBox::Show(modeloUsuario::MotivoRechazo, "Datos de contacto", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               else
                   invoke type MessageBox::Show("Ha ocurrido un error guardando el correo.", "Error - Datos de contacto", type MessageBoxButton::OK, type MessageBoxImage::Error)
               end-if
           end-if
           goback.
       end method.

       *>
       *> BotonCorreoRevisado
       *>
       *> El paciente confirma que su correo es correcto: se quita la
       *> marca de rebote (ver ReboteCorreo::ValidarCorreoRevisado).
       *>
       method-id BotonCorreoRevisado final private.
       local-storage section.
       01 idPaciente binary-long.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           try
               set idPaciente to type Int32::Parse(IdPacienteContacto::Text::Trim())
           catch ex as type System.Exception
               invoke type MessageBox::Show("Indique el número del paciente.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-try

           if modeloReboteCorreo::ValidarCorreoRevisado(idPaciente)
               set IdPacienteContacto::Text to ""
               invoke ActualizarContactosPorCorregir()
               invoke type MessageBox::Show("El correo del paciente vuelve a usarse para sus avisos.", "Datos de contacto", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show("El correo de ese paciente no está marcado como no válido.", "Datos de contacto", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           end-if
           goback.
       end method.

       *>
       *> BotonGuardarNecesidades
       *>
           goback.
       end method.

       *>
       *> BotonRegistrarTemperatura
       *>
       *> Anota la lectura de temperatura de la nevera NeveraId. Una
       *> lectura fuera de rango pone en cuarentena los lotes de la
       *> nevera y avisa al administrador (ver
       *> NeveraVacunas::RegistrarLectura).
       *>
       method-id BotonRegistrarTemperatura final private.
       local-storage section.
       01 temperaturaDecimas binary-long.
       01 idNevera binary-long.
       01 resultado string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if NeveraId::Text::Trim()::Equals("") or NeveraTemperatura::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique la nevera y la temperatura leída.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           try
               set temperaturaDecimas to modeloNeveras::DecimasDeGrados(NeveraTemperatura::Text)
           catch ex as type System.Exception
               invoke type MessageBox::Show("La temperatura debe ser numérica (p.ej. 4,5).", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-try

           set idNevera to 0.
           try
               set idNevera to type Int32::Parse(NeveraId::Text::Trim())
           catch exNevera as type System.Exception
               set idNevera to 0
           end-try

           if idNevera <= 0
               invoke type MessageBox::Show("Indique el número de la nevera.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set resultado to modeloNeveras::RegistrarLectura(idNevera,
               type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss"), temperaturaDecimas, "Manual",
               type CitaMe.vista.Login::idUsuario).

           if resultado::Equals("")
               invoke type MessageBox::Show("Esa nevera no existe o ha ocurrido un error registrando la lectura.", "Error - Base de datos", type MessageBoxButton::OK, type MessageBoxImage::Error)
               goback
           end-if

           set NeveraTemperatura::Text to "".
           if resultado::StartsWith("LECTURA FUERA DE RANGO")
               invoke type MessageBox::Show(type String::Concat(resultado, type Environment::NewLine,
                   "No use las vacunas de esta nevera hasta que farmacia las libere."),
                   "Cadena de frío", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           else
               invoke type MessageBox::Show(resultado, "Cadena de frío", type MessageBoxButton::OK, type MessageBoxImage::Information)
           end-if
           goback.
       end method.

       *>
       *> BotonRegistrarConstanteRecepcion
       *>
       *> cola del día del médico indicado con su motivo y su nivel de
       *> triaje, y recibe su número de turno como cualquier check-in
       *> (ver Cita::RegistrarWalkIn). El combo de triaje trae
       *> Crítico (índice 0), Urgente (1) y Normal (2). Fuera de
       *> horario, los críticos y urgentes pasan al médico de guardia.
       *>
       method-id BotonRegistrarWalkIn final private.
       local-storage section.
       01 triaje binary-short.
       01 citaWalkIn type CitaMe.modelo.Cita.
       01 avisoGuardia string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if WalkInIdPaciente::Text::Trim()::Equals("") or WalkInIdMedico::Text::Trim()::Equals("")
               or WalkInMotivo::Text::Trim()::Equals("")
           if citaWalkIn = null
               invoke type MessageBox::Show("Ha ocurrido un error registrando la visita sin cita.", "Error - Base de datos", type MessageBoxButton::OK, type MessageBoxImage::Error)
           else
               set avisoGuardia to ""
               if not citaWalkIn::medico_cita = type Int32::Parse(WalkInIdMedico::Text)
                   set avisoGuardia to type String::Concat(type Environment::NewLine,
                       "Derivado al médico de guardia (id ", citaWalkIn::medico_cita::ToString(), ").")
               end-if
               set WalkInIdPaciente::Text to ""
               set WalkInMotivo::Text to ""
               invoke ActualizarSalaEspera()
               invoke type MessageBox::Show(type String::Concat(
                   "Paciente registrado en la cola del día.", type Environment::NewLine,
                   "Turno asignado: ", citaWalkIn::turno_cita::ToString("000"), avisoGuardia),
                   "Visita sin cita registrada", type MessageBoxButton::OK, type MessageBoxImage::Information)
           end-if
           goback.
           goback.
       end method.

       *>
       *> BotonNotificarIncidente
       *>
       *> Carga el formulario de notificación de incidentes de
       *> seguridad del paciente
       *>
       method-id BotonNotificarIncidente final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
          set vtnPrincipal::FrameOrigen to "/vista/recepcion/Recepcion.xaml".
          invoke vtnPrincipal::CambiarFrame("/vista/NotificarIncidente.xaml").
          goback.
       end method.

       *>
       *> BotonCambiarContrasenia
       *>
