       *> marcado de hecha u omitida. Las tareas atrasadas también
       *> afloran, para que ninguna pauta caiga en el olvido.
       *>
       *> Incluye la plantilla de enfermería y sus turnos (ver modelo
       *> PlantillaEnfermeria): con una enfermera indicada la cola
       *> muestra solo su lista de trabajo, y el relevo de fin de turno
       *> entrega sus tareas pendientes a la enfermera entrante.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.vista.admin.AdminEnfermeria is partial
                 inherits type System.Windows.Controls.Page.
       01 vtnPrincipal type CitaMe.vista.VentanaPrincipal.
       01 modeloOrdenEnfermeria type CitaMe.modelo.OrdenEnfermeria.
       01 tareaSeleccionada type CitaMe.modelo.OrdenEnfermeria.
       01 modeloPlantillaEnfermeria type CitaMe.modelo.PlantillaEnfermeria.

       method-id NEW.
       procedure division.
           invoke self::InitializeComponent()
           set vtnPrincipal to type CitaMe.vista.VentanaPrincipal::DevuelveInstancia().
           set modeloOrdenEnfermeria to new CitaMe.modelo.OrdenEnfermeria().
           set modeloPlantillaEnfermeria to new CitaMe.modelo.PlantillaEnfermeria().
           invoke ActualizarTareas().
           goback.
       end method.
       *> ActualizarTareas
       *>
       *> Refresca la cola de trabajo de la fecha seleccionada (hoy si
       *> no se indica): la de la enfermera indicada, o la cola
       *> completa con la enfermera de cada tarea.
       *>
       method-id ActualizarTareas final private.
       local-storage section.
               set fechaCola to type System.DateTime::Now
           end-if

           if FiltroEnfermeraTareas::Text::Trim()::Equals("")
               set tareas to modeloOrdenEnfermeria::DevuelveTareasDia(fechaCola::ToString("yyyy-MM-dd"))
           else
               set tareas to modeloPlantillaEnfermeria::DevuelveTareasEnfermera(
                   type Int32::Parse(FiltroEnfermeraTareas::Text), fechaCola::ToString("yyyy-MM-dd"))
           end-if
           invoke tablaTareasEnfermeria::Items::Clear().
           perform varying tarea as type CitaMe.modelo.OrdenEnfermeria through tareas
               invoke tablaTareasEnfermeria::Items::Add(tarea)
           goback.
       end method.

       *>
       *> FechaCola
       *>
       *> Devuelve la fecha seleccionada en la cola, "yyyy-MM-dd" (hoy
       *> si no se indica).
       *>
       method-id FechaCola final private.
       procedure division returning fechaSQL as string.
           if FechaColaEnfermeria::SelectedDate::HasValue
               set fechaSQL to FechaColaEnfermeria::SelectedDate::Value::ToString("yyyy-MM-dd")
           else
               set fechaSQL to type System.DateTime::Now::ToString("yyyy-MM-dd")
           end-if
       end method.

       *>
       *> MostrarLista
       *>
       *> Muestra una lista de líneas en un cuadro de mensaje, o el
       *> aviso indicado si está vacía.
       *>
       method-id MostrarLista final private.
       procedure division using by value lineas as List[string]
                                         titulo as string
                                         avisoVacia as string.
           if lineas::Count = 0
               invoke type MessageBox::Show(avisoVacia, titulo, type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show(type String::Join(type Environment::NewLine, lineas), titulo, type MessageBoxButton::OK, type MessageBoxImage::Information)
           end-if
       end method.

       *>
       *> BotonRepartirTareas
       *>
       *> Reparte las tareas sin asignar de la fecha de la cola entre
       *> las enfermeras de turno (ver
       *> PlantillaEnfermeria::RepartirTareasDia) y avisa de las que
       *> quedan sin cubrir.
       *>
       method-id BotonRepartirTareas final private.
       local-storage section.
       01 sinCubrir binary-long.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set sinCubrir to modeloPlantillaEnfermeria::RepartirTareasDia(FechaCola()).
           if sinCubrir > 0
               invoke type MessageBox::Show(type String::Concat(sinCubrir::ToString(),
                   " tareas quedan sin cubrir: ningún turno de su centro las cubre a esa hora."),
                   "Reparto de tareas", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           else
               invoke type MessageBox::Show("Todas las tareas tienen enfermera asignada.", "Reparto de tareas", type MessageBoxButton::OK, type MessageBoxImage::Information)
           end-if
           invoke ActualizarTareas().
           goback.
       end method.

       *>
       *> BotonAltaEnfermera
       *>
       *> Da de alta una enfermera en la plantilla de un centro.
       *>
       method-id BotonAltaEnfermera final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if NombreEnfermera::Text::Trim()::Equals("") or CentroEnfermera::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique el nombre y el centro de la enfermera.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           if modeloPlantillaEnfermeria::RegistrarEnfermera(NombreEnfermera::Text, CentroEnfermera::Text)
               invoke type MessageBox::Show("Enfermera dada de alta en la plantilla.", "Plantilla de enfermería", type MessageBoxButton::OK, type MessageBoxImage::Information)
               set NombreEnfermera::Text to ""
           else
               invoke type MessageBox::Show("Ha ocurrido un error guardando la enfermera.", "Error - Base de datos", type MessageBoxButton::OK, type MessageBoxImage::Error)
           end-if
           goback.
       end method.

       *>
       *> BotonBajaEnfermera
       *>
       *> Saca de la plantilla activa a la enfermera indicada.
       *>
       method-id BotonBajaEnfermera final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if FiltroEnfermeraTareas::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique el id de la enfermera.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           if modeloPlantillaEnfermeria::DarDeBajaEnfermera(type Int32::Parse(FiltroEnfermeraTareas::Text))
               invoke type MessageBox::Show("Enfermera dada de baja. Sus turnos ya asignados se conservan.", "Plantilla de enfermería", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show("No existe ninguna enfermera con ese id.", "Plantilla de enfermería", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           end-if
           goback.
       end method.

       *>
       *> BotonVerEnfermeras
       *>
       *> Muestra la plantilla activa de enfermería.
       *>
       method-id BotonVerEnfermeras final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           invoke MostrarLista(modeloPlantillaEnfermeria::DevuelveEnfermeras(), "Plantilla de enfermería", "No hay enfermeras en la plantilla.").
           goback.
       end method.

       *>
       *> BotonAsignarTurno
       *>
       *> Asigna a la enfermera indicada un turno en la fecha de la
       *> cola, con su centro, sala y horas de entrada y salida.
       *>
       method-id BotonAsignarTurno final private.
       local-storage section.
       01 motivo string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if FiltroEnfermeraTareas::Text::Trim()::Equals("")
               or TurnoHoraInicio::Text::Trim()::Equals("")
               or TurnoHoraFin::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique la enfermera y las horas de entrada y salida del turno.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set motivo to modeloPlantillaEnfermeria::AsignarTurno(type Int32::Parse(FiltroEnfermeraTareas::Text),
               FechaCola(), TurnoCentro::Text, TurnoSala::Text,
               type Int16::Parse(TurnoHoraInicio::Text), type Int16::Parse(TurnoHoraFin::Text)).
           if motivo::Length = 0
               invoke type MessageBox::Show("Turno asignado.", "Turnos de enfermería", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show(motivo, "Turnos de enfermería", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           end-if
           goback.
       end method.

       *>
       *> BotonVerTurnos
       *>
       *> Muestra los turnos de la fecha de la cola con la carga de
       *> cada enfermera.
       *>
       method-id BotonVerTurnos final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           invoke MostrarLista(modeloPlantillaEnfermeria::DevuelveTurnosDia(FechaCola()), "Turnos de enfermería", "No hay turnos ese día.").
           goback.
       end method.

       *>
       *> BotonEliminarTurno
       *>
       *> Borra el turno indicado; sus tareas pendientes vuelven al
       *> siguiente reparto.
       *>
       method-id BotonEliminarTurno final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if TurnoId::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique el id del turno.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           if modeloPlantillaEnfermeria::EliminarTurno(type Int32::Parse(TurnoId::Text))
               invoke type MessageBox::Show("Turno borrado. Sus tareas pendientes entran en el siguiente reparto.", "Turnos de enfermería", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show("No existe ningún turno con ese id.", "Turnos de enfermería", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           end-if
           invoke ActualizarTareas().
           goback.
       end method.

       *>
       *> BotonRelevo
       *>
       *> Relevo de fin de turno: muestra las tareas que la enfermera
       *> del turno indicado deja pendientes y se las entrega a la
       *> enfermera entrante (ver PlantillaEnfermeria::GenerarRelevo).
       *>
       method-id BotonRelevo final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if TurnoId::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique el id del turno que termina.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           invoke MostrarLista(modeloPlantillaEnfermeria::GenerarRelevo(type Int32::Parse(TurnoId::Text)), "Relevo de enfermería", "No existe ningún turno con ese id.").
           invoke ActualizarTareas().
           goback.
       end method.

       *>
       *> BotonIrInicio
       *>
