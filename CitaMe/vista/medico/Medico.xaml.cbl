       *> Clase de control de la vista que
       *> muestra la vista de inicio del médico.
       *>
       *> Si el médico es tutor de residentes (MIR), muestra además la
       *> lista de elementos pendientes de su supervisión.
       *>
       *> Muestra también la lista de niños atendidos por el médico
       *> con alertas en su curva de crecimiento.
       *>
       *> Y la lista semanal de dosis del calendario vacunal atrasadas
       *> y pendientes de sus pacientes.
       *>
       *> Y el panel de sus pacientes crónicos, separados en
       *> controlados, no controlados y sin revisar en el último año,
       *> y la lista de pacientes con baja adherencia a su medicación
       *> crónica, y las alertas de los cuestionarios de salud de sus
       *> pacientes pendientes de revisar.
       *>
       *> Y sus derivaciones externas pendientes de informe de
       *> respuesta, con la lista de reclamación de las vencidas.
       *>
       *> Y los resultados de las pruebas que pidió pendientes de su
       *> revisión: hasta que no los marca como revisados el paciente
       *> no los ve.
       *>
       *> Los datos clínicos de un paciente solo se abren si el médico
       *> es de su equipo asistencial; si no, tiene que declarar el
       *> motivo de un acceso excepcional (ver EquipoAsistencial).
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.vista.Medico is partial
                 inherits type System.Windows.Controls.Page.
       01 renovacionesPendientes type List[type CitaMe.modelo.Renovacion].
       01 modeloReceta type CitaMe.modelo.Receta.

       *> Elementos de residentes pendientes de supervisión, en el
       *> mismo orden que las entradas de tablaSupervisionesPendientes
       01 supervisionesPendientes type List[type CitaMe.modelo.SupervisionMir].
       01 modeloSupervision type CitaMe.modelo.SupervisionMir.
       01 modeloCrecimiento type CitaMe.modelo.CurvaCrecimiento.
       01 modeloCalendario type CitaMe.modelo.CalendarioVacunal.
       01 modeloRuta type CitaMe.modelo.RutaAsistencial.
       01 modeloCronicos type CitaMe.modelo.RegistroCronicos.
       01 modeloAdherencia type CitaMe.modelo.Adherencia.
       01 modeloCuestionario type CitaMe.modelo.Cuestionario.
       01 alertaCuestionarioSeleccionada type CitaMe.modelo.Cuestionario.
       01 modeloDerivacion type CitaMe.modelo.Derivacion.
       01 derivacionSeleccionada type CitaMe.modelo.Derivacion.
       01 modeloPrueba type CitaMe.modelo.Prueba.
       01 resultadoSinRevisarSeleccionado type CitaMe.modelo.Prueba.
       01 modeloEquipo type CitaMe.modelo.EquipoAsistencial.

       method-id NEW.
       procedure division.
           invoke self::InitializeComponent()
           set modeloMensaje to new CitaMe.modelo.Mensaje().
           set modeloSesionGrupal to new CitaMe.modelo.SesionGrupal().
           set modeloPaciente to new CitaMe.modelo.Paciente().
           set modeloEquipo to new CitaMe.modelo.EquipoAsistencial().
            *> Guardamos la referencia a la ventana principal
           set vtnPrincipal to type CitaMe.vista.VentanaPrincipal::DevuelveInstancia().
           invoke MostrarCitas().
           invoke MostrarMensajesPendientes().
           invoke MostrarSesionesGrupalesHoy().
           invoke MostrarRenovacionesPendientes().
           set modeloSupervision to new CitaMe.modelo.SupervisionMir().
           invoke MostrarSupervisionesPendientes().
           set modeloCrecimiento to new CitaMe.modelo.CurvaCrecimiento().
           invoke MostrarNinosAlertaCrecimiento().
           set modeloCalendario to new CitaMe.modelo.CalendarioVacunal().
           invoke MostrarVacunasPendientes().
           set modeloRuta to new CitaMe.modelo.RutaAsistencial().
           invoke MostrarPacientesFueraDeRuta().
           set modeloCronicos to new CitaMe.modelo.RegistroCronicos().
           invoke MostrarPanelCronicos().
           set modeloAdherencia to new CitaMe.modelo.Adherencia().
           invoke MostrarPacientesNoAdherentes().
           set modeloCuestionario to new CitaMe.modelo.Cuestionario().
           invoke MostrarAlertasCuestionarios().
           set modeloDerivacion to new CitaMe.modelo.Derivacion().
           invoke MostrarDerivacionesExternas().
           set modeloPrueba to new CitaMe.modelo.Prueba().
           invoke MostrarResultadosSinRevisar().
           goback.
       end method.

       *>
       *> MostrarSupervisionesPendientes
       *>
       *> Muestra la lista de diagnósticos, recetas y notas de los
       *> residentes del médico pendientes de su refrendo (ver
       *> SupervisionMir::DevuelvePendientesTutor), igual que la cola
       *> de renovaciones.
       *>
       method-id MostrarSupervisionesPendientes final private.
       procedure division.
           set supervisionesPendientes to modeloSupervision::DevuelvePendientesTutor(type CitaMe.vista.Login::idUsuario).
           invoke tablaSupervisionesPendientes::Items::Clear().
           perform varying supervision as type CitaMe.modelo.SupervisionMir through supervisionesPendientes
               invoke tablaSupervisionesPendientes::Items::Add(type String::Concat(
                   supervision::fecha_registro_supervision, " - ", supervision::nombre_residente_supervision,
                   " (", supervision::nombre_paciente_supervision, ") ",
                   supervision::elemento_supervision, ": ", supervision::detalle_supervision))
           end-perform.
       end method.

       *>
       *> BotonRefrendarSupervision
       *>
       *> Refrenda el elemento pendiente seleccionado con el
       *> comentario indicado (ver SupervisionMir::Refrendar); una
       *> receta refrendada ya puede dispensarse.
       *>
       method-id BotonRefrendarSupervision final private.
       local-storage section.
       01 supervisionElegida type CitaMe.modelo.SupervisionMir.
       01 motivo string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if supervisionesPendientes = null or tablaSupervisionesPendientes::SelectedIndex < 0
               invoke type MessageBox::Show("Seleccione el elemento pendiente de supervisión que desea refrendar.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set supervisionElegida to supervisionesPendientes[tablaSupervisionesPendientes::SelectedIndex].
           set motivo to modeloSupervision::Refrendar(supervisionElegida::id_supervision, type CitaMe.vista.Login::idUsuario, ComentarioSupervision::Text).
           if motivo::Equals("")
               set ComentarioSupervision::Text to ""
               invoke MostrarSupervisionesPendientes()
               invoke type MessageBox::Show("Elemento refrendado.", "Supervisión", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show(motivo, "Supervisión", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           end-if
           goback.
       end method.

       *>
       *> BotonRefrendarCitaSupervision
       *>
       *> Refrenda de una vez todo lo pendiente de la consulta del
       *> elemento seleccionado (ver SupervisionMir::RefrendarCita).
       *>
       method-id BotonRefrendarCitaSupervision final private.
       local-storage section.
       01 supervisionElegida type CitaMe.modelo.SupervisionMir.
       01 refrendadas binary-long.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if supervisionesPendientes = null or tablaSupervisionesPendientes::SelectedIndex < 0
               invoke type MessageBox::Show("Seleccione un elemento de la consulta que desea refrendar.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set supervisionElegida to supervisionesPendientes[tablaSupervisionesPendientes::SelectedIndex].
           set refrendadas to modeloSupervision::RefrendarCita(supervisionElegida::cita_supervision, type CitaMe.vista.Login::idUsuario, ComentarioSupervision::Text).
           set ComentarioSupervision::Text to ""
           invoke MostrarSupervisionesPendientes()
           invoke type MessageBox::Show(type String::Concat("Elementos refrendados de la consulta: ", refrendadas::ToString()), "Supervisión", type MessageBoxButton::OK, type MessageBoxImage::Information)
           goback.
       end method.

           goback.
       end method.

       *>
       *> MostrarNinosAlertaCrecimiento
       *>
       *> Muestra la lista de niños atendidos por el médico con
       *> alguna alerta vigente en su curva de crecimiento (por debajo
       *> de P3, por encima de P97 o cruce de dos percentiles; ver
       *> CurvaCrecimiento::DevuelveNinosAlertaMedico).
       *>
       method-id MostrarNinosAlertaCrecimiento final private.
       local-storage section.
       01 ninos List[string].
       procedure division.
           set ninos to modeloCrecimiento::DevuelveNinosAlertaMedico(type CitaMe.vista.Login::idUsuario).
           invoke tablaNinosAlertaCrecimiento::Items::Clear().
           perform varying nino as string through ninos
               invoke tablaNinosAlertaCrecimiento::Items::Add(nino)
           end-perform.
       end method.

       *>
       *> MostrarVacunasPendientes
       *>
       *> Muestra las dosis del calendario vacunal atrasadas y
       *> pendientes de la semana de los pacientes del médico (ver
       *> CalendarioVacunal::DevuelvePendientes).
       *>
       method-id MostrarVacunasPendientes final private.
       local-storage section.
       01 pendientes List[type CitaMe.modelo.CalendarioVacunal].
       procedure division.
           set pendientes to modeloCalendario::DevuelvePendientes(type CitaMe.vista.Login::idUsuario, "").
           invoke tablaVacunasPendientes::Items::Clear().
           perform varying dosis as type CitaMe.modelo.CalendarioVacunal through pendientes
               invoke tablaVacunasPendientes::Items::Add(dosis)
           end-perform.
       end method.

       *>
       *> MostrarPacientesFueraDeRuta
       *>
       *> Muestra los pacientes inscritos por el médico que se han
       *> salido de su ruta asistencial: etapas perdidas o en cola
       *> fuera de plazo (ver RutaAsistencial::DevuelveFueraDeRuta).
       *>
       method-id MostrarPacientesFueraDeRuta final private.
       local-storage section.
       01 etapas List[type CitaMe.modelo.RutaAsistencial].
       procedure division.
           set etapas to modeloRuta::DevuelveFueraDeRuta(type CitaMe.vista.Login::idUsuario).
           invoke tablaFueraDeRuta::Items::Clear().
           perform varying etapa as type CitaMe.modelo.RutaAsistencial through etapas
               invoke tablaFueraDeRuta::Items::Add(etapa)
           end-perform.
       end method.

       *>
       *> MostrarPanelCronicos
       *>
       *> Muestra el panel de pacientes crónicos del médico (ver
       *> RegistroCronicos::DevuelvePanel) con su resumen de
       *> controlados, no controlados y sin revisar.
       *>
       method-id MostrarPanelCronicos final private.
       local-storage section.
       01 panel List[type CitaMe.modelo.RegistroCronicos].
       procedure division.
           set panel to modeloCronicos::DevuelvePanel(type CitaMe.vista.Login::idUsuario).
           invoke tablaPanelCronicos::Items::Clear().
           perform varying fila as type CitaMe.modelo.RegistroCronicos through panel
               invoke tablaPanelCronicos::Items::Add(fila)
           end-perform.
           set TextoResumenCronicos::Text to modeloCronicos::DevuelveResumen(panel).
       end method.

       *>
       *> MostrarPacientesNoAdherentes
       *>
       *> Muestra los pacientes del médico cuya medicación crónica
       *> queda por debajo del umbral de adherencia en el último
       *> cálculo (ver Adherencia::DevuelveNoAdherentes).
       *>
       method-id MostrarPacientesNoAdherentes final private.
       local-storage section.
       01 filas List[type CitaMe.modelo.Adherencia].
       procedure division.
           set filas to modeloAdherencia::DevuelveNoAdherentes(type CitaMe.vista.Login::idUsuario).
           invoke tablaNoAdherentes::Items::Clear().
           perform varying fila as type CitaMe.modelo.Adherencia through filas
               invoke tablaNoAdherentes::Items::Add(fila)
           end-perform.
       end method.

       *>
       *> MostrarAlertasCuestionarios
       *>
       *> Muestra las alertas de los cuestionarios de salud de los
       *> pacientes del médico que todavía no ha revisado (ver
       *> Cuestionario::DevuelveAlertasMedico).
       *>
       method-id MostrarAlertasCuestionarios final private.
       local-storage section.
       01 alertas List[type CitaMe.modelo.Cuestionario].
       procedure division.
           set alertas to modeloCuestionario::DevuelveAlertasMedico(type CitaMe.vista.Login::idUsuario).
           invoke tablaAlertasCuestionarios::Items::Clear().
           perform varying alerta as type CitaMe.modelo.Cuestionario through alertas
               invoke tablaAlertasCuestionarios::Items::Add(alerta)
           end-perform.
           set alertaCuestionarioSeleccionada to null.
           set BotonAlertaCuestionarioRevisada::IsEnabled to False.
       end method.

       *>
       *> AlertaCuestionarioSeleccionada
       *>
       *> Habilita el botón de revisada al seleccionar una alerta.
       *>
       method-id AlertaCuestionarioSeleccionada final private.
       procedure division using by value sender as object e as type System.Windows.Controls.SelectionChangedEventArgs.
           set alertaCuestionarioSeleccionada to tablaAlertasCuestionarios::SelectedItem as type CitaMe.modelo.Cuestionario.
           set BotonAlertaCuestionarioRevisada::IsEnabled to not (alertaCuestionarioSeleccionada = null).
           goback.
       end method.

       *>
       *> BotonAlertaCuestionarioRevisada
       *>
       *> Marca como revisada la alerta seleccionada y la quita de la
       *> lista.
       *>
       method-id BotonAlertaCuestionarioRevisada final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if alertaCuestionarioSeleccionada = null
               goback
           end-if

           if modeloCuestionario::MarcarAlertaRevisada(alertaCuestionarioSeleccionada::id_envio)
               invoke MostrarAlertasCuestionarios()
           else
               invoke type MessageBox::Show("Ha ocurrido un error marcando la alerta como revisada.", "Error - Base de datos", type MessageBoxButton::OK, type MessageBoxImage::Error)
           end-if
           goback.
       end method.

       *>
       *> MostrarResultadosSinRevisar
       *>
       *> Muestra los resultados recibidos de las pruebas que pidió el
       *> médico y que todavía no ha revisado (ver
       *> Prueba::DevuelveResultadosSinRevisar).
       *>
       method-id MostrarResultadosSinRevisar final private.
       local-storage section.
       01 resultados List[type CitaMe.modelo.Prueba].
       procedure division.
           set resultados to modeloPrueba::DevuelveResultadosSinRevisar(type CitaMe.vista.Login::idUsuario).
           invoke tablaResultadosSinRevisar::Items::Clear().
           perform varying resultado as type CitaMe.modelo.Prueba through resultados
               invoke tablaResultadosSinRevisar::Items::Add(resultado)
           end-perform.
           invoke tablaLineasResultadoSinRevisar::Items::Clear().
           set resultadoSinRevisarSeleccionado to null.
           set BotonResultadoRevisado::IsEnabled to False.
       end method.

       *>
       *> ResultadoSinRevisarSeleccionado
       *>
       *> Muestra las líneas estructuradas del resultado seleccionado
       *> y habilita el botón de revisado.
       *>
       method-id ResultadoSinRevisarSeleccionado final private.
       local-storage section.
       01 lineas List[type CitaMe.modelo.ResultadoLinea].
       procedure division using by value sender as object e as type System.Windows.Controls.SelectionChangedEventArgs.
           invoke tablaLineasResultadoSinRevisar::Items::Clear().
           set resultadoSinRevisarSeleccionado to tablaResultadosSinRevisar::SelectedItem as type CitaMe.modelo.Prueba.
           set BotonResultadoRevisado::IsEnabled to not (resultadoSinRevisarSeleccionado = null).
           if resultadoSinRevisarSeleccionado = null
               goback
           end-if

           if not AccesoClinicoPermitido(resultadoSinRevisarSeleccionado::paciente_prueba)
               set BotonResultadoRevisado::IsEnabled to False
               goback
           end-if

           set lineas to modeloPrueba::DevuelveLineasPrueba(resultadoSinRevisarSeleccionado::id_prueba).
           perform varying linea as type CitaMe.modelo.ResultadoLinea through lineas
               invoke tablaLineasResultadoSinRevisar::Items::Add(linea)
           end-perform.

           *> Ver un resultado es un acceso a datos clínicos
           invoke modeloCita::RegistrarAccesoClinico(resultadoSinRevisarSeleccionado::paciente_prueba, resultadoSinRevisarSeleccionado::cita_prueba, "ResultadosSinRevisar").
           goback.
       end method.

       *>
       *> BotonResultadoRevisado
       *>
       *> Marca como revisado el resultado seleccionado, que pasa a ser
       *> visible para el paciente, y lo quita de la lista.
       *>
       method-id BotonResultadoRevisado final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if resultadoSinRevisarSeleccionado = null
               goback
           end-if

           if modeloPrueba::MarcarRevisada(resultadoSinRevisarSeleccionado::id_prueba, type CitaMe.vista.Login::idUsuario)
               invoke MostrarResultadosSinRevisar()
           else
               invoke type MessageBox::Show("Ha ocurrido un error marcando el resultado como revisado.", "Error - Base de datos", type MessageBoxButton::OK, type MessageBoxImage::Error)
           end-if
           goback.
       end method.

       *>
       *> MostrarDerivacionesExternas
       *>
       *> Muestra las derivaciones externas del médico pendientes de
       *> informe de respuesta: sólo la lista de reclamación (las que
       *> llevan demasiado tiempo sin movimiento) salvo que se marque
       *> ver todas (ver Derivacion::DevuelveDerivacionesMedico).
       *>
       method-id MostrarDerivacionesExternas final private.
       local-storage section.
       01 derivaciones List[type CitaMe.modelo.Derivacion].
       procedure division.
           set derivaciones to modeloDerivacion::DevuelveDerivacionesMedico(type CitaMe.vista.Login::idUsuario,
               not candadoTodasDerivaciones::IsChecked::GetValueOrDefault).
           invoke tablaDerivacionesExternas::Items::Clear().
           perform varying derivacion as type CitaMe.modelo.Derivacion through derivaciones
               invoke tablaDerivacionesExternas::Items::Add(derivacion)
           end-perform.
           set derivacionSeleccionada to null.
           set BotonReclamarDerivacion::IsEnabled to False.
           set BotonEstadoDerivacion::IsEnabled to False.
           set BotonAdjuntarInformeDerivacion::IsEnabled to False.
       end method.

       *>
       *> CandadoTodasDerivacionesCambiado
       *>
       *> Alterna entre la lista de reclamación y todas las
       *> derivaciones pendientes de informe.
       *>
       method-id CandadoTodasDerivacionesCambiado final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           invoke MostrarDerivacionesExternas().
           goback.
       end method.

       *>
       *> DerivacionSeleccionada
       *>
       *> Habilita las acciones sobre la derivación seleccionada.
       *>
       method-id DerivacionSeleccionada final private.
       procedure division using by value sender as object e as type System.Windows.Controls.SelectionChangedEventArgs.
           set derivacionSeleccionada to tablaDerivacionesExternas::SelectedItem as type CitaMe.modelo.Derivacion.
           set BotonReclamarDerivacion::IsEnabled to not (derivacionSeleccionada = null).
           set BotonEstadoDerivacion::IsEnabled to not (derivacionSeleccionada = null).
           set BotonAdjuntarInformeDerivacion::IsEnabled to not (derivacionSeleccionada = null).
           goback.
       end method.

       *>
       *> BotonReclamarDerivacion
       *>
       *> Anota que se ha reclamado al destino la respuesta de la
       *> derivación seleccionada; sale de la lista de reclamación
       *> hasta que vuelva a vencer el plazo.
       *>
       method-id BotonReclamarDerivacion final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if derivacionSeleccionada = null
               goback
           end-if

           if modeloDerivacion::ReclamarDerivacion(derivacionSeleccionada::id_derivacion)
               invoke MostrarDerivacionesExternas()
           else
               invoke type MessageBox::Show("Ha ocurrido un error anotando la reclamación.", "Error - Base de datos", type MessageBoxButton::OK, type MessageBoxImage::Error)
           end-if
           goback.
       end method.

       *>
       *> BotonEstadoDerivacion
       *>
       *> Avanza el estado de la derivación seleccionada al elegido en
       *> el combo (Cita concedida o Vista).
       *>
       method-id BotonEstadoDerivacion final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if derivacionSeleccionada = null or EstadoDerivacionExterna::SelectedValue = null
               invoke type MessageBox::Show("Seleccione la derivación y el estado nuevo.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           if modeloDerivacion::CambiarEstado(derivacionSeleccionada::id_derivacion, EstadoDerivacionExterna::SelectedValue::ToString())
               invoke MostrarDerivacionesExternas()
           else
               invoke type MessageBox::Show("No se ha podido cambiar el estado de la derivación.", "Error - Derivación", type MessageBoxButton::OK, type MessageBoxImage::Error)
           end-if
           goback.
       end method.

       *>
       *> BotonAdjuntarInformeDerivacion
       *>
       *> Adjunta el informe de respuesta de la derivación
       *> seleccionada a su cita de origen, donde queda en el
       *> historial del paciente, y la cierra.
       *>
       method-id BotonAdjuntarInformeDerivacion final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if derivacionSeleccionada = null or RutaInformeDerivacion::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Seleccione la derivación e indique la ruta del informe de respuesta.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           if modeloDerivacion::AdjuntarInforme(derivacionSeleccionada::id_derivacion, RutaInformeDerivacion::Text)
               set RutaInformeDerivacion::Text to ""
               invoke MostrarDerivacionesExternas()
               invoke type MessageBox::Show("Informe de respuesta adjuntado al historial del paciente.", "Derivación cerrada", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show("No se ha podido adjuntar el informe (¿existe el fichero?).", "Error - Documento", type MessageBoxButton::OK, type MessageBoxImage::Error)
           end-if
           goback.
       end method.

       *>
       *> BotonInvitarCronicosSinRevisar
       *>
       *> Invita a revisión, de una vez, a los pacientes crónicos del
       *> médico que llevan más de un año sin revisar.
       *>
       method-id BotonInvitarCronicosSinRevisar final private.
       local-storage section.
       01 invitadas binary-long.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set invitadas to modeloCronicos::InvitarSinRevisar(type CitaMe.vista.Login::idUsuario).
           if invitadas = 0
               invoke type MessageBox::Show("No hay pacientes sin revisar pendientes de invitar (o ya se invitaron hace poco).", "Crónicos sin revisar", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show(type String::Concat("Se han enviado ", invitadas::ToString(), " invitaciones de revisión."), "Crónicos sin revisar", type MessageBoxButton::OK, type MessageBoxImage::Information)
           end-if
           goback.
       end method.

       *>
       *> BotonImprimirVacunasPendientes
       *>
       *> Genera y abre la lista semanal de dosis atrasadas y
       *> pendientes de los pacientes del médico.
       *>
       method-id BotonImprimirVacunasPendientes final private.
       local-storage section.
       01 rutaListado string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set rutaListado to modeloCalendario::GenerarListadoPendientes(type CitaMe.vista.Login::idUsuario, "").
           invoke type System.Diagnostics.Process::Start(rutaListado).
           goback.
       end method.

       *>
       *> MostrarSesionesGrupalesHoy
       *>
               goback
           end-if

           if not AccesoClinicoPermitido(citaPendiente::paciente_cita)
               goback
           end-if

           invoke vtnPrincipal::EstablecerCitaIniciada(citaPendiente).
           invoke vtnPrincipal::CambiarFrame("/vista/medico/IniciarCita.xaml").
           goback.
       *> Muestra la cola de pacientes de hoy que ya han confirmado su
       *> llegada (en quiosco o desde Paciente.xaml), en el mismo orden
       *> de llegada que ve el panel de sala de espera del administrador,
       *> para que el médico sepa a quién llamar a continuación. Avisa
       *> de los pacientes que superan la espera de la especialidad.
       *>
       method-id MostrarColaEspera final private.
       01 colaEspera List[type CitaMe.modelo.Cita].
       01 avisosEspera binary-long.
       procedure division.
           set colaEspera to modeloCita::DevuelveSalaEsperaMedico(type CitaMe.vista.Login::idUsuario).
           set avisosEspera to 0.
           invoke tablaColaEspera::Items::Clear().
           perform varying cita as type CitaMe.modelo.Cita through colaEspera
               invoke tablaColaEspera::Items::Add(cita)
               if not cita::alerta_espera_cita::Equals("")
                   add 1 to avisosEspera
               end-if
           end-perform.

           if avisosEspera = 0
               set AlertasEsperaCola::Text to ""
           else
               set AlertasEsperaCola::Text to type String::Concat(avisosEspera::ToString(), " paciente(s) de su cola superan la espera máxima.")
           end-if
       end method.

       *>
           set accionConfirmada to type MessageBox::Show("¿Está seguro de que desea cancelar la cita?", "Confirmar acción", type MessageBoxButton::YesNo, type MessageBoxImage::Warning).
           if accionConfirmada::Equals(type MessageBoxResult::Yes)
               *> Se registra la cancelación de la cita
               if modeloCita::CancelarCita(citaSeleccionada, MotivoCancelacion::Text)
                   *> En caso de éxito en la cancelación
                   invoke MostrarCitas()
                   invoke MostrarColaEspera()
                   set MotivoCancelacion::Text to ""
                   invoke type MessageBox::Show("Cita cancelada con éxito.", "Cita cancelada", type MessageBoxButton::OK, type MessageBoxImage::Information)
               else
                   if not modeloCita::CambiosConflicto::Equals("")
                       *> Otra persona la ha cambiado mientras tanto
                       invoke AvisarCitaCambiada()
                   else
                       *> En caso de error
                       invoke type MessageBox::Show("Ha ocurrido un error inesperado cancelando la cita.", "Error cancelación de cita", type MessageBoxButton::OK, type MessageBoxImage::Warning)
                   end-if
               end-if
           else
               goback
           end-if
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
           invoke MostrarCitas()
           invoke MostrarColaEspera()
           goback.
       end method.

       *>
       *> BotonPacienteConectado
       *>
               goback
           end-if

           if modeloCita::RegistrarLlegada(citaSeleccionada)
               invoke MostrarColaEspera()
               invoke type MessageBox::Show("Paciente marcado como conectado: ya está en su cola.", "Paciente conectado", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               if not modeloCita::CambiosConflicto::Equals("")
                   invoke AvisarCitaCambiada()
               else
                   invoke type MessageBox::Show("Ha ocurrido un error registrando la conexión.", "Error - Base de datos", type MessageBoxButton::OK, type MessageBoxImage::Error)
               end-if
           end-if
           goback.
       end method.
       method-id BotonIniciarCita final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.

          if citaSeleccionada = null
              goback
          end-if

          if not AccesoClinicoPermitido(citaSeleccionada::paciente_cita)
              goback
          end-if

          invoke vtnPrincipal::EstablecerCitaIniciada(citaSeleccionada).
          invoke vtnPrincipal::CambiarFrame("/vista/medico/IniciarCita.xaml").
          goback.
       end method.

       *>
       *> AccesoClinicoPermitido
       *>
       *> Comprueba que el médico puede abrir los datos clínicos del
       *> paciente (ver EquipoAsistencial::PuedeAcceder). Si no es de
       *> su equipo asistencial, pide el motivo escrito en
       *> MotivoAccesoExcepcional y, tras confirmar, abre un acceso
       *> excepcional que revisará el delegado de protección de datos.
       *>
       *> Parámetros:
       *>     idPaciente (int): Paciente cuyos datos se van a abrir
       *>
       *> Devuelve:
       *>     Boolean: True si puede continuar
       *>
       method-id AccesoClinicoPermitido final private.
       local-storage section.
       01 accionConfirmada type MessageBoxResult.
       01 rechazo string.
       procedure division using by value idPaciente as binary-short
                                   returning permitido as type Boolean.
          set permitido to modeloEquipo::PuedeAcceder(type CitaMe.vista.Login::idUsuario, idPaciente).
          if permitido
              goback
          end-if

          if MotivoAccesoExcepcional::Text::Trim()::Equals("")
              invoke type MessageBox::Show("El paciente no pertenece a su equipo asistencial. Para acceder a sus datos clínicos escriba el motivo en el campo de acceso excepcional y vuelva a intentarlo.", "Acceso restringido", type MessageBoxButton::OK, type MessageBoxImage::Warning)
              goback
          end-if

          set accionConfirmada to type MessageBox::Show("El paciente no pertenece a su equipo asistencial. El acceso excepcional quedará registrado con el motivo indicado y será revisado por el delegado de protección de datos. ¿Continuar?", "Acceso excepcional", type MessageBoxButton::YesNo, type MessageBoxImage::Warning).
          if not accionConfirmada::Equals(type MessageBoxResult::Yes)
              goback
          end-if

          set rechazo to modeloEquipo::AbrirAccesoExcepcional(type CitaMe.vista.Login::idUsuario, idPaciente, MotivoAccesoExcepcional::Text).
          if rechazo::Equals("")
              set MotivoAccesoExcepcional::Text to ""
              set permitido to True
          else
              invoke type MessageBox::Show(rechazo, "Acceso excepcional", type MessageBoxButton::OK, type MessageBoxImage::Warning)
          end-if
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
          set vtnPrincipal::FrameOrigen to "/vista/medico/Medico.xaml".
          invoke vtnPrincipal::CambiarFrame("/vista/NotificarIncidente.xaml").
          goback.
       end method.

       *>
       *> BotonCambiarContrasenia
       *>
