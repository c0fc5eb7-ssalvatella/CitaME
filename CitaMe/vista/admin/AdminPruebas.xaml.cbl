       *> extracción caiga en el olvido.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.vista.admin.AdminPruebas is partial
                 inherits type System.Windows.Controls.Page.
       01 modeloPrueba type CitaMe.modelo.Prueba.
       01 modeloAgendaPrueba type CitaMe.modelo.AgendaPrueba.
       01 modeloIntercambio type CitaMe.modelo.IntercambioLaboratorio.
       01 modeloMargen type CitaMe.modelo.MargenConsulta.
       01 pruebaSeleccionada type CitaMe.modelo.Prueba.
       01 agendaSeleccionada type CitaMe.modelo.AgendaPrueba.

           set modeloPrueba to new CitaMe.modelo.Prueba().
           set modeloAgendaPrueba to new CitaMe.modelo.AgendaPrueba().
           set modeloIntercambio to new CitaMe.modelo.IntercambioLaboratorio().
           set modeloMargen to new CitaMe.modelo.MargenConsulta().
           invoke ActualizarPruebas().
           invoke ActualizarAgendasPruebas().
           goback.
           goback.
       end method.

       *>
       *> BotonGuardarCostePrueba
       *>
       *> Fija el coste de realizar un tipo de prueba, con el que se
       *> valoran las pruebas pedidas en el informe de márgenes (ver
       *> MargenConsulta::FijarCostePrueba).
       *>
       method-id BotonGuardarCostePrueba final private.
       local-storage section.
       01 partes type System.String occurs any.
       01 importeCentimos binary-long.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.

           if CostePruebaTipo::Text::Trim()::Equals("") or CostePruebaImporte::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique el tipo de prueba y su coste.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set partes to CostePruebaImporte::Text::Trim()::Replace(".", ",")::Split(",").
           set importeCentimos to type Int32::Parse(partes[0]) * 100.
           if partes::Length > 1 and not partes[1]::Trim()::Equals("")
               set importeCentimos to importeCentimos + type Int32::Parse(partes[1]::PadRight(2, '0')::Substring(0, 2))
           end-if

           if modeloMargen::FijarCostePrueba(CostePruebaTipo::Text, importeCentimos)
               set CostePruebaTipo::Text to ""
               set CostePruebaImporte::Text to ""
               invoke type MessageBox::Show("Coste de la prueba guardado con éxito.", "Coste de prueba", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show("Ha ocurrido un error al guardar el coste de la prueba.", "Error - Base de datos", type MessageBoxButton::OK, type MessageBoxImage::Error)
           end-if
           goback.
       end method.

       *>
       *> BotonIrInicio
       *>
