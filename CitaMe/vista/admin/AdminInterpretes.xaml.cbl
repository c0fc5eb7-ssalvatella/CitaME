       *>
       *> AdminInterpretes
       *>
       *> Clase de control de la vista del administrador para los
       *> intérpretes (personal propio y agencias, ver modelo
       *> Interprete): alta con sus idiomas, disponibilidad semanal,
       *> agenda diaria de cada intérprete, citas que se quedaron sin
       *> intérprete y coste mensual de las agencias.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.vista.admin.AdminInterpretes is partial
                 inherits type System.Windows.Controls.Page.

       working-storage section.

       01 vtnPrincipal type CitaMe.vista.VentanaPrincipal.
       01 modeloInterprete type CitaMe.modelo.Interprete.

       method-id NEW.
       procedure division.
           invoke self::InitializeComponent()
           set vtnPrincipal to type CitaMe.vista.VentanaPrincipal::DevuelveInstancia().
           set modeloInterprete to new CitaMe.modelo.Interprete().
           invoke ActualizarInterpretes().
           goback.
       end method.

       *>
       *> ActualizarInterpretes
       *>
       *> Refresca la lista de intérpretes activos y la de citas con
       *> la interpretación sin asignar.
       *>
       method-id ActualizarInterpretes final private.
       procedure division.
           invoke listaInterpretes::Items::Clear().
           perform varying interprete as string through modeloInterprete::DevuelveInterpretes()
               invoke listaInterpretes::Items::Add(interprete)
           end-perform.
           invoke listaSinAsignar::Items::Clear().
           perform varying pendiente as string through modeloInterprete::DevuelveSinAsignar()
               invoke listaSinAsignar::Items::Add(pendiente)
           end-perform.
       end method.

       *>
       *> BotonRegistrarInterprete
       *>
       *> Da de alta un intérprete propio o una agencia.
       *>
       method-id BotonRegistrarInterprete final private.
       local-storage section.
       01 tarifa binary-long.
       01 idInterprete binary-long.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if TipoInterprete::SelectedValue = null
               invoke type MessageBox::Show("Indique si es personal propio o una agencia.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set tarifa to 0.
           if not TarifaInterprete::Text::Trim()::Equals("")
               try
                   set tarifa to type Int32::Parse(TarifaInterprete::Text::Trim())
               catch ex as type System.Exception
                   invoke type MessageBox::Show("La tarifa debe ser un número de euros por hora.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
                   goback
               end-try
           end-if

           set idInterprete to modeloInterprete::RegistrarInterprete(NombreInterprete::Text, TipoInterprete::SelectedValue::ToString(),
               IdiomasInterprete::Text, CorreoInterprete::Text, tarifa).
           if idInterprete = 0
               invoke type MessageBox::Show("Indique nombre e idiomas (códigos separados por comas); las agencias necesitan además un correo.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set NombreInterprete::Text to "".
           set IdiomasInterprete::Text to "".
           set CorreoInterprete::Text to "".
           set TarifaInterprete::Text to "".
           invoke ActualizarInterpretes().
           invoke type MessageBox::Show(type String::Concat("Intérprete #", idInterprete::ToString(), " registrado."), "Intérpretes", type MessageBoxButton::OK, type MessageBoxImage::Information).
           goback.
       end method.

       *>
       *> BotonRegistrarDisponibilidad
       *>
       *> Añade una franja semanal a un intérprete propio.
       *>
       method-id BotonRegistrarDisponibilidad final private.
       local-storage section.
       01 idInterprete binary-long.
       01 diaSemana binary-short.
       01 horaInicio type TimeSpan.
       01 horaFin type TimeSpan.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           try
               set idInterprete to type Int32::Parse(IdInterpreteDisponibilidad::Text::Trim())
               set diaSemana to type Int16::Parse(DiaDisponibilidad::Text::Trim())
               set horaInicio to type TimeSpan::Parse(InicioDisponibilidad::Text::Trim())
               set horaFin to type TimeSpan::Parse(FinDisponibilidad::Text::Trim())
           catch ex as type System.Exception
               invoke type MessageBox::Show("Indique el número del intérprete, el día de la semana (1=lunes ... 7=domingo) y las horas de inicio y fin (hh:mm).", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-try

           if modeloInterprete::RegistrarDisponibilidad(idInterprete, diaSemana, horaInicio, horaFin)
               set InicioDisponibilidad::Text to ""
               set FinDisponibilidad::Text to ""
               invoke type MessageBox::Show("Disponibilidad registrada.", "Intérpretes", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show("No se ha podido registrar: compruebe que el intérprete es personal propio y que la franja es válida.", "Error - Intérpretes", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           end-if
           goback.
       end method.

       *>
       *> BotonVerAgenda
       *>
       *> Muestra la agenda del día elegido del intérprete indicado.
       *>
       method-id BotonVerAgenda final private.
       local-storage section.
       01 idInterprete binary-long.
       01 fechaAgenda type DateTime.
       01 agenda List[string].
       01 textoAgenda string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           try
               set idInterprete to type Int32::Parse(IdInterpreteAgenda::Text::Trim())
           catch ex as type System.Exception
               invoke type MessageBox::Show("Indique el número del intérprete.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-try
           if FechaAgendaInterprete::SelectedDate::HasValue
               set fechaAgenda to FechaAgendaInterprete::SelectedDate::Value
           else
               set fechaAgenda to type DateTime::Today
           end-if

           set agenda to modeloInterprete::DevuelveAgendaDiaria(idInterprete, fechaAgenda).
           if agenda::Count = 0
               invoke type MessageBox::Show("El intérprete no tiene citas ese día.", "Agenda del intérprete", type MessageBoxButton::OK, type MessageBoxImage::Information)
               goback
           end-if

           set textoAgenda to type String::Concat("Agenda del ", fechaAgenda::ToString("dd/MM/yyyy"), ":").
           perform varying lineaAgenda as string through agenda
               set textoAgenda to type String::Concat(textoAgenda, type Environment::NewLine, "- ", lineaAgenda)
           end-perform.
           invoke type MessageBox::Show(textoAgenda, "Agenda del intérprete", type MessageBoxButton::OK, type MessageBoxImage::Information).
           goback.
       end method.

       *>
       *> BotonReintentarSinAsignar
       *>
       *> Vuelve a buscar intérprete para las citas que se quedaron
       *> sin él.
       *>
       method-id BotonReintentarSinAsignar final private.
       local-storage section.
       01 cubiertas binary-long.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set cubiertas to modeloInterprete::ReintentarSinAsignar().
           invoke ActualizarInterpretes().
           invoke type MessageBox::Show(type String::Concat("Citas que ya tienen intérprete: ", cubiertas::ToString(), "."), "Intérpretes", type MessageBoxButton::OK, type MessageBoxImage::Information).
           goback.
       end method.

       *>
       *> BotonInformeCoste
       *>
       *> Muestra el coste de las agencias del mes indicado (por
       *> defecto el anterior).
       *>
       method-id BotonInformeCoste final private.
       local-storage section.
       01 mesAnterior type DateTime.
       01 anio binary-long.
       01 mes binary-long.
       01 lineas List[string].
       01 textoInforme string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set mesAnterior to type DateTime::Today::AddMonths(-1).
           set anio to mesAnterior::Year.
           set mes to mesAnterior::Month.
           try
               if not AnioInformeInterpretes::Text::Trim()::Equals("")
                   set anio to type Int32::Parse(AnioInformeInterpretes::Text::Trim())
               end-if
               if not MesInformeInterpretes::Text::Trim()::Equals("")
                   set mes to type Int32::Parse(MesInformeInterpretes::Text::Trim())
               end-if
           catch ex as type System.Exception
               invoke type MessageBox::Show("Indique el año y el mes (1 a 12) con números.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-try
           if mes < 1 or mes > 12
               invoke type MessageBox::Show("Indique el año y el mes (1 a 12) con números.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set lineas to modeloInterprete::DevuelveInformeCosteAgencia(anio, mes).
           if lineas::Count = 0
               invoke type MessageBox::Show("No hubo servicios de agencias en ese mes.", "Coste de interpretación", type MessageBoxButton::OK, type MessageBoxImage::Information)
               goback
           end-if

           set textoInforme to type String::Concat("Interpretación de agencias ", mes::ToString("00"), "/", anio::ToString(), ":").
           perform varying lineaInforme as string through lineas
               set textoInforme to type String::Concat(textoInforme, type Environment::NewLine, "- ", lineaInforme)
           end-perform.
           invoke type MessageBox::Show(textoInforme, "Coste de interpretación", type MessageBoxButton::OK, type MessageBoxImage::Information).
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
