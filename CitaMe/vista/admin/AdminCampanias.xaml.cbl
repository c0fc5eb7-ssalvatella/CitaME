       *> la campaña se crean como sesiones grupales con el nombre de
       *> la campaña como tema, desde Recepcion.
       *>
       *> Mantiene también las reglas del calendario vacunal
       *> individual (ver modelo CalendarioVacunal), la lista semanal
       *> de dosis atrasadas y pendientes por centro y el envío manual
       *> de sus invitaciones.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.vista.admin.AdminCampanias is partial
                 inherits type System.Windows.Controls.Page.
       01 modeloCampania type CitaMe.modelo.Campania.
       01 modeloInventario type CitaMe.modelo.Inventario.
       01 campaniaSeleccionada type CitaMe.modelo.Campania.
       01 modeloCalendario type CitaMe.modelo.CalendarioVacunal.
       01 reglaSeleccionada type CitaMe.modelo.CalendarioVacunal.

       method-id NEW.
       procedure division.
           set modeloCampania to new CitaMe.modelo.Campania().
           set modeloInventario to new CitaMe.modelo.Inventario().
           invoke ActualizarCampanias().
           set modeloCalendario to new CitaMe.modelo.CalendarioVacunal().
           invoke ActualizarReglasVacunales().
           goback.
       end method.

               set VacunacionIdPaciente::Text to ""
               invoke type MessageBox::Show("Dosis registrada.", "Vacunación registrada", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show("El paciente no figura como invitado de esta campaña o el lote está bloqueado.", "Dosis no registrada", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           end-if
           goback.
       end method.
           goback.
       end method.

       *>
       *> ActualizarReglasVacunales
       *>
       *> Refresca la tabla de reglas del calendario vacunal.
       *>
       method-id ActualizarReglasVacunales final private.
       local-storage section.
       01 reglas List[type CitaMe.modelo.CalendarioVacunal].
       procedure division.
           set reglas to modeloCalendario::DevuelveReglas().
           invoke tablaReglasVacunales::Items::Clear().
           perform varying regla as type CitaMe.modelo.CalendarioVacunal through reglas
               invoke tablaReglasVacunales::Items::Add(regla)
           end-perform.
       end method.

       *>
       *> BotonGuardarReglaVacunal
       *>
       *> Da de alta (o sustituye) la regla de una dosis del
       *> calendario: vacuna, número de dosis, edad mínima y máxima en
       *> meses (máxima vacía = sin límite) e intervalo mínimo en días
       *> desde la dosis anterior.
       *>
       method-id BotonGuardarReglaVacunal final private.
       local-storage section.
       01 edadMax binary-short.
       01 intervalo binary-short.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if ReglaVacuna::Text::Trim()::Equals("") or ReglaDosis::Text::Trim()::Equals("")
               or ReglaEdadMin::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Complete vacuna, número de dosis y edad mínima.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set edadMax to 0.
           if not ReglaEdadMax::Text::Trim()::Equals("")
               set edadMax to type Int16::Parse(ReglaEdadMax::Text)
           end-if
           set intervalo to 0.
           if not ReglaIntervalo::Text::Trim()::Equals("")
               set intervalo to type Int16::Parse(ReglaIntervalo::Text)
           end-if

           if modeloCalendario::ConfigurarRegla(ReglaVacuna::Text, type Int16::Parse(ReglaDosis::Text),
               type Int16::Parse(ReglaEdadMin::Text), edadMax, intervalo)
               invoke ActualizarReglasVacunales()
           else
               invoke type MessageBox::Show("Revise los datos: la dosis empieza en 1 y la edad máxima no puede ser menor que la mínima.", "Regla no guardada", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           end-if
           goback.
       end method.

       *>
       *> ReglaVacunalSeleccionada
       *>
       *> Habilita la baja de la regla seleccionada.
       *>
       method-id ReglaVacunalSeleccionada final private.
       procedure division using by value sender as object e as type System.Windows.Controls.SelectionChangedEventArgs.
           set reglaSeleccionada to tablaReglasVacunales::SelectedItem as type CitaMe.modelo.CalendarioVacunal.
           set BotonEliminarReglaVacunal::IsEnabled to not (reglaSeleccionada = null).
           goback.
       end method.

       *>
       *> BotonEliminarReglaVacunal
       *>
       *> Elimina la regla seleccionada del calendario.
       *>
       method-id BotonEliminarReglaVacunal final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if reglaSeleccionada = null
               goback
           end-if

           if modeloCalendario::EliminarRegla(reglaSeleccionada::id_regla_vacunal)
               invoke ActualizarReglasVacunales()
           else
               invoke type MessageBox::Show("Ha ocurrido un error eliminando la regla.", "Error - Base de datos", type MessageBoxButton::OK, type MessageBoxImage::Error)
           end-if
           goback.
       end method.

       *>
       *> BotonListadoVacunasCentro
       *>
       *> Genera y abre la lista semanal de dosis atrasadas y
       *> pendientes del centro indicado (vacío = todos los centros).
       *>
       method-id BotonListadoVacunasCentro final private.
       local-storage section.
       01 rutaListado string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set rutaListado to modeloCalendario::GenerarListadoPendientes(0, ListadoVacunasCentro::Text).
           invoke type System.Diagnostics.Process::Start(rutaListado).
           goback.
       end method.

       *>
       *> BotonInvitarCalendarioVacunal
       *>
       *> Lanza a mano la pasada de invitaciones del calendario
       *> vacunal que el planificador hace cada semana.
       *>
       method-id BotonInvitarCalendarioVacunal final private.
       local-storage section.
       01 invitadas binary-long.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set invitadas to modeloCalendario::EnviarInvitaciones().
           invoke type MessageBox::Show(type String::Concat("Invitaciones encoladas: ", invitadas::ToString()), "Calendario vacunal", type MessageBoxButton::OK, type MessageBoxImage::Information).
           goback.
       end method.

       *>
       *> BotonIrInicio
       *>
