       *> AdminEspecialidades
       *>
       *> Clase de control de la vista de mantenimiento del catálogo
       *> maestro de especialidades médicas, con sus horarios, cupos
       *> por canal de reserva y horizonte de reserva.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.vista.admin.AdminEspecialidades is partial
                 inherits type System.Windows.Controls.Page.
       01 vtnPrincipal type CitaMe.vista.VentanaPrincipal.
       01 modeloMedico type CitaMe.modelo.Medico.
       01 modeloNota type CitaMe.modelo.NotaClinica.
       01 modeloCupoCanal type CitaMe.modelo.CupoCanal.

       method-id NEW.
       procedure division.
           set vtnPrincipal to type CitaMe.vista.VentanaPrincipal::DevuelveInstancia().
           set modeloMedico to new CitaMe.modelo.Medico().
           set modeloNota to new CitaMe.modelo.NotaClinica().
           set modeloCupoCanal to new CitaMe.modelo.CupoCanal().
           invoke ActualizarEspecialidades().
           goback.
       end method.
           goback.
       end method.

       *>
       *> BotonGuardarUmbralesEspera
       *>
       *> Configura los minutos de espera en sala a partir de los
       *> cuales las colas de la especialidad seleccionada avisan y
       *> escalan al coordinador (ver Medico::ConfigurarUmbralesEspera).
       *>
       method-id BotonGuardarUmbralesEspera final private.
       local-storage section.
       01 especialidadSeleccionada string.
       01 minutosAviso binary-short.
       01 minutosEscalado binary-short.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if tablaEspecialidades::SelectedItem = null
               invoke type MessageBox::Show("Seleccione una especialidad de la tabla.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set especialidadSeleccionada to tablaEspecialidades::SelectedItem::ToString().

           try
               set minutosAviso to type Int16::Parse(UmbralAvisoEspera::Text::Trim())
               set minutosEscalado to type Int16::Parse(UmbralEscaladoEspera::Text::Trim())
           catch ex as type System.Exception
               invoke type MessageBox::Show("Indique los minutos de aviso y de escalado con números (0 y 0 para usar los generales).", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-try

           if not modeloMedico::ConfigurarUmbralesEspera(especialidadSeleccionada, minutosAviso, minutosEscalado)
               invoke type MessageBox::Show("El umbral de escalado debe ser mayor que el de aviso.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           invoke type MessageBox::Show("Umbrales de espera guardados con éxito.", "Umbrales de espera", type MessageBoxButton::OK, type MessageBoxImage::Information)
           goback.
       end method.

       *>
       *> BotonGuardarHorizonte
       *>
       *> Fija el horizonte de reserva en semanas de la especialidad
       *> seleccionada (ver Medico::ConfigurarHorizonteEspecialidad);
       *> los días nuevos se abren cada mañana con la apertura de
       *> agendas.
       *>
       method-id BotonGuardarHorizonte final private.
       local-storage section.
       01 especialidadSeleccionada string.
       01 semanas binary-short.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if tablaEspecialidades::SelectedItem = null
               invoke type MessageBox::Show("Seleccione una especialidad de la tabla.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set especialidadSeleccionada to tablaEspecialidades::SelectedItem::ToString().

           try
               set semanas to type Int16::Parse(HorizonteEspecialidad::Text::Trim())
           catch ex as type System.Exception
               invoke type MessageBox::Show("Indique el horizonte de reserva en semanas (0 para no limitarlo).", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-try

           if not modeloMedico::ConfigurarHorizonteEspecialidad(especialidadSeleccionada, semanas)
               invoke type MessageBox::Show("Indique el horizonte de reserva en semanas (0 para no limitarlo).", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           invoke type MessageBox::Show("Horizonte de reserva guardado con éxito.", "Horizonte de reserva", type MessageBoxButton::OK, type MessageBoxImage::Information)
           goback.
       end method.

       *>
       *> BotonGuardarCupoCanal
       *>
       *> Fija el porcentaje de la capacidad diaria reservado a un
       *> canal de reserva para la especialidad seleccionada, o para
       *> uno de sus médicos si se indica (ver
       *> CupoCanal::ConfigurarCupo), y muestra los cupos resultantes.
       *>
       method-id BotonGuardarCupoCanal final private.
       local-storage section.
       01 especialidadSeleccionada string.
       01 idMedico binary-long.
       01 porcentaje binary-short.
       01 textoCupos string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if tablaEspecialidades::SelectedItem = null
               invoke type MessageBox::Show("Seleccione una especialidad de la tabla.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if
           if CanalCupo::SelectedValue = null
               invoke type MessageBox::Show("Seleccione el canal de reserva.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set especialidadSeleccionada to tablaEspecialidades::SelectedItem::ToString().

           set idMedico to 0.
           try
               set porcentaje to type Int16::Parse(PorcentajeCupo::Text::Trim())
               if not MedicoCupo::Text::Trim()::Equals("")
                   set idMedico to type Int32::Parse(MedicoCupo::Text::Trim())
               end-if
           catch ex as type System.Exception
               invoke type MessageBox::Show("Indique el porcentaje del cupo (0 para quitarlo) y, si es para un solo médico, su número.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-try

           if not modeloCupoCanal::ConfigurarCupo(especialidadSeleccionada, idMedico, CanalCupo::SelectedValue::ToString(), porcentaje)
               invoke type MessageBox::Show("El porcentaje debe estar entre 0 y 100 y la suma de los cupos no puede pasar de 100.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set textoCupos to type String::Concat("Cupos de ", especialidadSeleccionada, ":").
           perform varying cupo as string through modeloCupoCanal::DevuelveCupos(especialidadSeleccionada)
               set textoCupos to type String::Concat(textoCupos, type Environment::NewLine, "- ", cupo)
           end-perform.
           set PorcentajeCupo::Text to "".
           set MedicoCupo::Text to "".
           invoke type MessageBox::Show(textoCupos, "Cupos por canal", type MessageBoxButton::OK, type MessageBoxImage::Information).
           goback.
       end method.

       *>
       *> BotonIrInicio
       *>
