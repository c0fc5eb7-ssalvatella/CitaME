       *>
       *> AdminIncidentes
       *>
       *> Clase de control de la vista del responsable de calidad para
       *> revisar los incidentes de seguridad del paciente notificados
       *> por el personal (ver modelo Incidente): causa raíz, acción
       *> correctora con su responsable y fecha límite, y cierre. Saca
       *> también el informe trimestral por tipo y gravedad.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.vista.admin.AdminIncidentes is partial
                 inherits type System.Windows.Controls.Page.

       working-storage section.

       01 vtnPrincipal type CitaMe.vista.VentanaPrincipal.
       01 modeloIncidente type CitaMe.modelo.Incidente.
       01 incidenteSeleccionado type CitaMe.modelo.Incidente.

       method-id NEW.
       procedure division.
           invoke self::InitializeComponent()
           set vtnPrincipal to type CitaMe.vista.VentanaPrincipal::DevuelveInstancia().
           set modeloIncidente to new CitaMe.modelo.Incidente().
           invoke ActualizarIncidentes().
           goback.
       end method.

       *>
       *> ActualizarIncidentes
       *>
       *> Refresca la tabla con los incidentes todavía no cerrados.
       *>
       method-id ActualizarIncidentes final private.
       local-storage section.
       01 incidentes List[type CitaMe.modelo.Incidente].
       procedure division.
           set incidentes to modeloIncidente::DevuelveIncidentesAbiertos().
           invoke tablaIncidentes::Items::Clear().
           perform varying incidente as type CitaMe.modelo.Incidente through incidentes
               invoke tablaIncidentes::Items::Add(incidente)
           end-perform.
           set BotonGuardarRevision::IsEnabled to False.
           set BotonCerrarIncidente::IsEnabled to False.
           set incidenteSeleccionado to null.
       end method.

       *>
       *> BotonActualizar
       *>
       *> Vuelve a consultar los incidentes abiertos.
       *>
       method-id BotonActualizar final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
          invoke ActualizarIncidentes().
          goback.
       end method.

       *>
       *> IncidenteSeleccionado
       *>
       *> Carga en el formulario la revisión ya guardada del incidente
       *> seleccionado y habilita los botones.
       *>
       method-id IncidenteSeleccionado final private.
       procedure division using by value sender as object e as type System.Windows.Controls.SelectionChangedEventArgs.
           set incidenteSeleccionado to tablaIncidentes::SelectedItem as type CitaMe.modelo.Incidente.
           set BotonGuardarRevision::IsEnabled to not (incidenteSeleccionado = null).
           set BotonCerrarIncidente::IsEnabled to not (incidenteSeleccionado = null).
           if incidenteSeleccionado = null
               goback
           end-if

           set CausaRaizIncidente::Text to incidenteSeleccionado::causa_raiz_incidente.
           set AccionCorrectoraIncidente::Text to incidenteSeleccionado::accion_correctora_incidente.
           set ResponsableAccionIncidente::Text to incidenteSeleccionado::responsable_accion_incidente.
           if incidenteSeleccionado::fecha_limite_accion_incidente::Equals("")
               set FechaLimiteAccionIncidente::Text to ""
           else
               set FechaLimiteAccionIncidente::Text to type DateTime::ParseExact(incidenteSeleccionado::fecha_limite_accion_incidente,
                   "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture)::ToString("dd/MM/yyyy")
           end-if
           goback.
       end method.

       *>
       *> BotonGuardarRevision
       *>
       *> Guarda la revisión del incidente seleccionado y lo deja en
       *> revisión.
       *>
       method-id BotonGuardarRevision final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           invoke GuardarRevision(False).
           goback.
       end method.

       *>
       *> BotonCerrarIncidente
       *>
       *> Guarda la revisión del incidente seleccionado y lo cierra.
       *>
       method-id BotonCerrarIncidente final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           invoke GuardarRevision(True).
           goback.
       end method.

       *>
       *> GuardarRevision
       *>
       *> Guarda la revisión del formulario (ver
       *> Incidente::RevisarIncidente) y refresca la tabla.
       *>
       *> Parámetros:
       *>     cerrar (bool): True para cerrar el incidente
       *>
       method-id GuardarRevision final private.
       local-storage section.
       01 motivo string.
       procedure division using by value cerrar as type Boolean.
           if incidenteSeleccionado = null
               invoke type MessageBox::Show("Seleccione un incidente de la tabla.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set motivo to modeloIncidente::RevisarIncidente(incidenteSeleccionado::id_incidente,
               type CitaMe.vista.Login::idUsuario, CausaRaizIncidente::Text, AccionCorrectoraIncidente::Text,
               ResponsableAccionIncidente::Text, FechaLimiteAccionIncidente::Text, cerrar).
           if not motivo::Equals("")
               invoke type MessageBox::Show(motivo, "Revisión de incidente", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set CausaRaizIncidente::Text to "".
           set AccionCorrectoraIncidente::Text to "".
           set ResponsableAccionIncidente::Text to "".
           set FechaLimiteAccionIncidente::Text to "".
           invoke ActualizarIncidentes().
           if cerrar
               invoke type MessageBox::Show("Incidente cerrado.", "Revisión de incidente", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show("Revisión guardada; el incidente queda en revisión.", "Revisión de incidente", type MessageBoxButton::OK, type MessageBoxImage::Information)
           end-if
       end method.

       *>
       *> BotonInformeTrimestral
       *>
       *> Muestra los incidentes del trimestre indicado (por defecto
       *> el anterior) agrupados por tipo y gravedad.
       *>
       method-id BotonInformeTrimestral final private.
       local-storage section.
       01 anio binary-long.
       01 trimestre binary-long.
       01 trimestreAnterior type DateTime.
       01 lineas List[string].
       01 textoInforme string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set trimestreAnterior to type DateTime::Now::AddMonths(-3).
           set anio to trimestreAnterior::Year.
           set trimestre to (trimestreAnterior::Month - 1) / 3 + 1.
           try
               if not AnioInformeIncidentes::Text::Trim()::Equals("")
                   set anio to type Int32::Parse(AnioInformeIncidentes::Text::Trim())
               end-if
               if not TrimestreInformeIncidentes::Text::Trim()::Equals("")
                   set trimestre to type Int32::Parse(TrimestreInformeIncidentes::Text::Trim())
               end-if
           catch ex as type System.Exception
               invoke type MessageBox::Show("Indique el año y el trimestre (1 a 4) con números.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-try

           set lineas to modeloIncidente::DevuelveInformeTrimestral(anio, trimestre).
           if lineas::Count = 0
               invoke type MessageBox::Show("No se notificaron incidentes en ese trimestre.", "Informe de incidentes", type MessageBoxButton::OK, type MessageBoxImage::Information)
               goback
           end-if

           set textoInforme to type String::Concat("Incidentes del trimestre ", trimestre::ToString(), " de ", anio::ToString(), ":").
           perform varying lineaInforme as string through lineas
               set textoInforme to type String::Concat(textoInforme, type Environment::NewLine, "- ", lineaInforme)
           end-perform.
           invoke type MessageBox::Show(textoInforme, "Informe de incidentes", type MessageBoxButton::OK, type MessageBoxImage::Information).
           goback.
       end method.

       *>
       *> BotonIrInicio
       *>
       *> Vuelve a la vista de inicio del admin.
       *>
       method-id BotonIrInicio final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
          invoke vtnPrincipal::CambiarFrame("/vista/admin/Admin.xaml").
          goback.
       end method.

       *>
       *> BotonSalir
       *>
       *> Carga la vista al Login
       *>
       method-id BotonSalir final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
          invoke vtnPrincipal::CambiarFrame("/vista/Login.xaml").
          goback.
       end method.


       end class.
