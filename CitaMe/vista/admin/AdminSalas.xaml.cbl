       *> de salas de consulta.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.vista.admin.AdminSalas is partial
                 inherits type System.Windows.Controls.Page.
           goback.
       end method.

       *>
       *> BotonGuardarCosteSala
       *>
       *> Anota el coste por minuto (en céntimos) de la sala
       *> seleccionada, para el informe de márgenes (ver
       *> Sala::FijarCosteMinuto).
       *>
       method-id BotonGuardarCosteSala final private.
       local-storage section.
       01 salaSeleccionada string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if tablaSalas::SelectedItem = null or CosteMinutoSala::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Seleccione una sala de la tabla e indique su coste por minuto en céntimos.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set salaSeleccionada to tablaSalas::SelectedItem::ToString().

           if not modeloSala::FijarCosteMinuto(salaSeleccionada, type Int32::Parse(CosteMinutoSala::Text))
               invoke type MessageBox::Show("Ha ocurrido un error al guardar el coste de la sala.", "Error - Base de datos", type MessageBoxButton::OK, type MessageBoxImage::Error)
               goback
           end-if

           set CosteMinutoSala::Text to "".
           invoke type MessageBox::Show("Coste de la sala guardado con éxito.", "Coste de sala", type MessageBoxButton::OK, type MessageBoxImage::Information)
           goback.
       end method.

       *>
       *> BotonGuardarAislamientoSala
       *>
       *> Marca o desmarca la sala seleccionada como sala designada
       *> para pacientes con precauciones de aislamiento (ver
       *> Sala::MarcarAislamiento).
       *>
       method-id BotonGuardarAislamientoSala final private.
       local-storage section.
       01 salaSeleccionada string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if tablaSalas::SelectedItem = null
               invoke type MessageBox::Show("Seleccione una sala de la tabla.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set salaSeleccionada to tablaSalas::SelectedItem::ToString().

           if not modeloSala::MarcarAislamiento(salaSeleccionada, candadoAislamientoSala::IsChecked::GetValueOrDefault)
               invoke type MessageBox::Show("Ha ocurrido un error al guardar la sala de aislamiento.", "Error - Base de datos", type MessageBoxButton::OK, type MessageBoxImage::Error)
               goback
           end-if

           invoke type MessageBox::Show("Sala de aislamiento guardada con éxito.", "Sala de aislamiento", type MessageBoxButton::OK, type MessageBoxImage::Information)
           goback.
       end method.

       *>
       *> BotonConsultarOcupacion
       *>
       *> Muestra la parrilla de ocupación de todas las salas para el
       *> día seleccionado: huecos reservados (hora, médico, tipo de
       *> cita), salas libres o fuera de servicio y bloques de
       *> limpieza tras consultas con aislamiento (ver
       *> Sala::DevuelveOcupacionSalas).
       *>
       method-id BotonConsultarOcupacion final private.
