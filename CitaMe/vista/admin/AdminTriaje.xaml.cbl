       *> mantiene con el parámetro triaje_umbral_urgente en
       *> AdminParametros.
       *>
       *> Mantiene también los cuestionarios de salud con puntuación
       *> (PHQ-9, EQ-5D...) de cada especialidad y sus preguntas (ver
       *> modelo Cuestionario).
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.vista.admin.AdminTriaje is partial
                 inherits type System.Windows.Controls.Page.
       01 modeloTriaje type CitaMe.modelo.Triaje.
       01 modeloMedico type CitaMe.modelo.Medico.
       01 preguntaSeleccionada type CitaMe.modelo.Triaje.
       01 modeloCuestionario type CitaMe.modelo.Cuestionario.
       01 cuestionarioSeleccionado type CitaMe.modelo.Cuestionario.
       01 preguntaCuestionarioSeleccionada type CitaMe.modelo.Cuestionario.

       method-id NEW.
       local-storage section.
           set vtnPrincipal to type CitaMe.vista.VentanaPrincipal::DevuelveInstancia().
           set modeloTriaje to new CitaMe.modelo.Triaje().
           set modeloMedico to new CitaMe.modelo.Medico().
           set modeloCuestionario to new CitaMe.modelo.Cuestionario().

           invoke listaEspecialidadTriaje::Items::Add("(General)").
           set especialidades to modeloMedico::DevuelveEspecialidades().
           perform varying especialidad as string through especialidades
               invoke listaEspecialidadTriaje::Items::Add(especialidad)
               invoke listaEspecialidadCuestionario::Items::Add(especialidad)
           end-perform.

           invoke listaMomentoCuestionario::Items::Add("Antes").
           invoke listaMomentoCuestionario::Items::Add("Despues").

           invoke ActualizarPreguntas().
           invoke ActualizarCuestionarios().
           goback.
       end method.

       *> BotonAnadirPreguntaTriaje
       *>
       *> Da de alta la pregunta del formulario en la especialidad
       *> elegida (o como general), marcando si es bandera roja y si
       *> un "sí" indica sospecha de enfermedad transmisible.
       *>
       method-id BotonAnadirPreguntaTriaje final private.
       local-storage section.

           if modeloTriaje::ConfigurarPregunta(EspecialidadTriajeActual(), TextoPreguntaTriaje::Text,
               type Int16::Parse(PuntosPreguntaTriaje::Text),
               candadoBanderaRoja::IsChecked::GetValueOrDefault,
               candadoTransmisible::IsChecked::GetValueOrDefault, orden)
               set TextoPreguntaTriaje::Text to ""
               set candadoBanderaRoja::IsChecked to False
               set candadoTransmisible::IsChecked to False
               invoke ActualizarPreguntas()
           else
               invoke type MessageBox::Show("Ha ocurrido un error registrando la pregunta.", "Error - Base de datos", type MessageBoxButton::OK, type MessageBoxImage::Error)
           goback.
       end method.

       *>
       *> ActualizarCuestionarios
       *>
       *> Refresca la tabla de cuestionarios de salud configurados.
       *>
       method-id ActualizarCuestionarios final private.
       local-storage section.
       01 cuestionarios List[type CitaMe.modelo.Cuestionario].
       procedure division.
           set cuestionarios to modeloCuestionario::DevuelveCuestionarios().
           invoke tablaCuestionarios::Items::Clear().
           perform varying cuestionario as type CitaMe.modelo.Cuestionario through cuestionarios
               invoke tablaCuestionarios::Items::Add(cuestionario)
           end-perform.
           set cuestionarioSeleccionado to null.
           set BotonEliminarCuestionario::IsEnabled to False.
           set BotonAnadirPreguntaCuestionario::IsEnabled to False.
           invoke tablaPreguntasCuestionario::Items::Clear().
       end method.

       *>
       *> ActualizarPreguntasCuestionario
       *>
       *> Refresca la tabla con las preguntas del cuestionario
       *> seleccionado.
       *>
       method-id ActualizarPreguntasCuestionario final private.
       local-storage section.
       01 preguntas List[type CitaMe.modelo.Cuestionario].
       procedure division.
           invoke tablaPreguntasCuestionario::Items::Clear().
           set preguntaCuestionarioSeleccionada to null.
           set BotonEliminarPreguntaCuestionario::IsEnabled to False.
           if cuestionarioSeleccionado = null
               goback
           end-if
           set preguntas to modeloCuestionario::DevuelvePreguntasCuestionario(cuestionarioSeleccionado::id_cuestionario).
           perform varying pregunta as type CitaMe.modelo.Cuestionario through preguntas
               invoke tablaPreguntasCuestionario::Items::Add(pregunta)
           end-perform.
       end method.

       *>
       *> BotonCrearCuestionario
       *>
       *> Da de alta el cuestionario del formulario: nombre,
       *> especialidad, momento de envío y umbral de la puntuación
       *> total (en blanco si no alerta por el total).
       *>
       method-id BotonCrearCuestionario final private.
       local-storage section.
       01 umbral binary-long.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if NombreCuestionario::Text::Trim()::Equals("") or listaEspecialidadCuestionario::SelectedItem = null
               or listaMomentoCuestionario::SelectedItem = null
               invoke type MessageBox::Show("Complete nombre, especialidad y momento de envío del cuestionario.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           if UmbralCuestionario::Text::Trim()::Equals("")
               set umbral to 0
           else
               set umbral to type Int32::Parse(UmbralCuestionario::Text)
           end-if

           if modeloCuestionario::RegistrarCuestionario(NombreCuestionario::Text, listaEspecialidadCuestionario::SelectedItem::ToString(),
               listaMomentoCuestionario::SelectedItem::ToString(), umbral) > 0
               set NombreCuestionario::Text to ""
               set UmbralCuestionario::Text to ""
               invoke ActualizarCuestionarios()
           else
               invoke type MessageBox::Show("Ha ocurrido un error registrando el cuestionario.", "Error - Base de datos", type MessageBoxButton::OK, type MessageBoxImage::Error)
           end-if
           goback.
       end method.

       *>
       *> CuestionarioSeleccionado
       *>
       *> Al seleccionar un cuestionario se muestran sus preguntas y se
       *> habilitan la eliminación y el alta de preguntas.
       *>
       method-id CuestionarioSeleccionado final private.
       procedure division using by value sender as object e as type System.Windows.Controls.SelectionChangedEventArgs.
           set cuestionarioSeleccionado to tablaCuestionarios::SelectedItem as type CitaMe.modelo.Cuestionario.
           set BotonEliminarCuestionario::IsEnabled to not (cuestionarioSeleccionado = null).
           set BotonAnadirPreguntaCuestionario::IsEnabled to not (cuestionarioSeleccionado = null).
           invoke ActualizarPreguntasCuestionario().
           goback.
       end method.

       *>
       *> BotonEliminarCuestionario
       *>
       *> Elimina el cuestionario seleccionado con sus preguntas.
       *>
       method-id BotonEliminarCuestionario final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if cuestionarioSeleccionado = null
               goback
           end-if

           if modeloCuestionario::EliminarCuestionario(cuestionarioSeleccionado::id_cuestionario)
               invoke ActualizarCuestionarios()
           else
               invoke type MessageBox::Show("Ha ocurrido un error eliminando el cuestionario.", "Error - Base de datos", type MessageBoxButton::OK, type MessageBoxImage::Error)
           end-if
           goback.
       end method.

       *>
       *> BotonAnadirPreguntaCuestionario
       *>
       *> Añade al cuestionario seleccionado la pregunta del
       *> formulario, con su puntuación máxima y el valor que alerta
       *> por sí solo (en blanco si la pregunta no alerta).
       *>
       method-id BotonAnadirPreguntaCuestionario final private.
       local-storage section.
       01 alerta binary-short.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if cuestionarioSeleccionado = null
               goback
           end-if

           if TextoPreguntaCuestionario::Text::Trim()::Equals("") or MaximoPreguntaCuestionario::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Complete el texto de la pregunta y su puntuación máxima.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           if AlertaPreguntaCuestionario::Text::Trim()::Equals("")
               set alerta to 0
           else
               set alerta to type Int16::Parse(AlertaPreguntaCuestionario::Text)
           end-if

           if modeloCuestionario::AnadirPregunta(cuestionarioSeleccionado::id_cuestionario, TextoPreguntaCuestionario::Text,
               type Int16::Parse(MaximoPreguntaCuestionario::Text), alerta)
               set TextoPreguntaCuestionario::Text to ""
               set AlertaPreguntaCuestionario::Text to ""
               invoke ActualizarPreguntasCuestionario()
           else
               invoke type MessageBox::Show("No se ha podido añadir la pregunta: la puntuación máxima debe ser al menos 1 y el valor de alerta no puede superarla.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           end-if
           goback.
       end method.

       *>
       *> PreguntaCuestionarioSeleccionada
       *>
       *> Habilita la eliminación al seleccionar una pregunta del
       *> cuestionario.
       *>
       method-id PreguntaCuestionarioSeleccionada final private.
       procedure division using by value sender as object e as type System.Windows.Controls.SelectionChangedEventArgs.
           set preguntaCuestionarioSeleccionada to tablaPreguntasCuestionario::SelectedItem as type CitaMe.modelo.Cuestionario.
           set BotonEliminarPreguntaCuestionario::IsEnabled to not (preguntaCuestionarioSeleccionada = null).
           goback.
       end method.

       *>
       *> BotonEliminarPreguntaCuestionario
       *>
       *> Quita la pregunta seleccionada de su cuestionario.
       *>
       method-id BotonEliminarPreguntaCuestionario final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if preguntaCuestionarioSeleccionada = null
               goback
           end-if

           invoke modeloCuestionario::EliminarPregunta(preguntaCuestionarioSeleccionada::id_pregunta_cuestionario).
           invoke ActualizarPreguntasCuestionario().
           goback.
       end method.

       *>
       *> BotonIrInicio
       *>
