       *>
       *> NotificarIncidente
       *>
       *> Clase de control de la vista que permite a cualquier usuario
       *> del personal (médico, recepción...) notificar un incidente de
       *> seguridad del paciente, de forma anónima si lo prefiere, y
       *> enlazarlo con la cita, el paciente, la receta o la prueba
       *> (ver modelo Incidente). Igual que CambiarContrasenia, vuelve
       *> a la vista desde la que se accedió.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.vista.NotificarIncidente is partial
                 inherits type System.Windows.Controls.Page.

       working-storage section.

       01 vtnPrincipal type CitaMe.vista.VentanaPrincipal.
       01 modeloIncidente type CitaMe.modelo.Incidente.

       method-id NEW.
       procedure division.
           invoke self::InitializeComponent()
           set vtnPrincipal to type CitaMe.vista.VentanaPrincipal::DevuelveInstancia().
           set modeloIncidente to new CitaMe.modelo.Incidente().

           *> Desde una consulta abierta se proponen ya la cita y el
           *> paciente, que el usuario puede borrar si no proceden
           if vtnPrincipal::FrameOrigen::Equals("/vista/medico/IniciarCita.xaml")
               and not vtnPrincipal::CitaIniciada = null
               set CitaIncidente::Text to vtnPrincipal::CitaIniciada::id_cita::ToString()
               set PacienteIncidente::Text to vtnPrincipal::CitaIniciada::paciente_cita::ToString()
           end-if
           goback.
       end method.

       *>
       *> BotonNotificar
       *>
       *> Valida el formulario y registra el incidente.
       *>
       method-id BotonNotificar final private.
       local-storage section.
       01 idCita binary-long.
       01 idPaciente binary-long.
       01 idReceta binary-long.
       01 idPrueba binary-long.
       01 idIncidente binary-long.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.

           if TipoIncidente::SelectedValue = null or GravedadIncidente::SelectedValue = null
               or DescripcionIncidente::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique el tipo de incidente, su gravedad y qué ha ocurrido.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set idCita to LeerIdentificador(CitaIncidente::Text).
           set idPaciente to LeerIdentificador(PacienteIncidente::Text).
           set idReceta to LeerIdentificador(RecetaIncidente::Text).
           set idPrueba to LeerIdentificador(PruebaIncidente::Text).
           if idCita < 0 or idPaciente < 0 or idReceta < 0 or idPrueba < 0
               invoke type MessageBox::Show("Los números de cita, paciente, receta y prueba deben ser numéricos (o dejarse en blanco).", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set idIncidente to modeloIncidente::RegistrarIncidente(TipoIncidente::SelectedValue::ToString(),
               GravedadIncidente::SelectedValue::ToString(), DescripcionIncidente::Text,
               type CitaMe.vista.Login::idUsuario, candadoAnonimo::IsChecked::GetValueOrDefault,
               vtnPrincipal::FrameOrigen, idCita, idPaciente, idReceta, idPrueba).

           if idIncidente = 0
               invoke type MessageBox::Show("Ha ocurrido un error registrando el incidente.", "Error - Base de datos", type MessageBoxButton::OK, type MessageBoxImage::Error)
               goback
           end-if

           invoke type MessageBox::Show(type String::Concat("Incidente nº ", idIncidente::ToString(), " notificado. Gracias: el responsable de calidad lo revisará."), "Incidente notificado", type MessageBoxButton::OK, type MessageBoxImage::Information).
           invoke vtnPrincipal::CambiarFrame(vtnPrincipal::FrameOrigen).
           goback.
       end method.

       *>
       *> LeerIdentificador
       *>
       *> Convierte el número de un campo opcional del formulario.
       *>
       *> Parámetros:
       *>     texto (str): Contenido del campo
       *>
       *> Devuelve:
       *>     int: el número; 0 si está en blanco, -1 si no es válido
       *>
       method-id LeerIdentificador private.
       procedure division using by value texto as string
                                   returning identificador as binary-long.
           set identificador to 0.
           if texto::Trim()::Equals("")
               goback
           end-if
           try
               set identificador to type Int32::Parse(texto::Trim())
           catch ex as type System.Exception
               set identificador to -1
           end-try
           if identificador < 0
               set identificador to -1
           end-if
       end method.

       *>
       *> BotonVolver
       *>
       *> Vuelve a la vista desde la que se accedió a este formulario.
       *>
       method-id BotonVolver final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
          invoke vtnPrincipal::CambiarFrame(vtnPrincipal::FrameOrigen).
          goback.
       end method.

       end class.
