       *> de rellamadas y cribado por CIE-10 (ver modelo Recall):
       *> reglas "código -> especialidad -> intervalo", ejecución a
       *> demanda de la pasada de invitaciones y el informe de
       *> cobertura de cada cohorte. También mantiene las plantillas
       *> de las rutas asistenciales y su seguimiento de pacientes
       *> fuera de ruta (ver modelo RutaAsistencial), y las condiciones
       *> del registro de crónicos con su criterio de control (ver
       *> modelo RegistroCronicos).
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.vista.admin.AdminRecalls is partial
                 inherits type System.Windows.Controls.Page.
       01 modeloRecall type CitaMe.modelo.Recall.
       01 modeloMedico type CitaMe.modelo.Medico.
       01 reglaSeleccionada type CitaMe.modelo.Recall.
       01 modeloRuta type CitaMe.modelo.RutaAsistencial.
       01 rutaSeleccionada type CitaMe.modelo.RutaAsistencial.
       01 pasoSeleccionado type CitaMe.modelo.RutaAsistencial.
       01 etapaSeleccionada type CitaMe.modelo.RutaAsistencial.
       01 modeloCronicos type CitaMe.modelo.RegistroCronicos.
       01 condicionSeleccionada type CitaMe.modelo.RegistroCronicos.

       method-id NEW.
       local-storage section.
           set vtnPrincipal to type CitaMe.vista.VentanaPrincipal::DevuelveInstancia().
           set modeloRecall to new CitaMe.modelo.Recall().
           set modeloMedico to new CitaMe.modelo.Medico().
           set modeloRuta to new CitaMe.modelo.RutaAsistencial().
           set modeloCronicos to new CitaMe.modelo.RegistroCronicos().

           set especialidades to modeloMedico::DevuelveEspecialidades().
           perform varying especialidad as string through especialidades
               invoke listaEspecialidadRecall::Items::Add(especialidad)
           end-perform.

           invoke listaTipoPaso::Items::Add("Consulta").
           invoke listaTipoPaso::Items::Add("Prueba").

           invoke listaCriterioCondicion::Items::Add("Analito").
           invoke listaCriterioCondicion::Items::Add("Constante").
           invoke listaCriterioCondicion::Items::Add("Revision").

           invoke ActualizarReglas().
           invoke ActualizarRutas().
           invoke ActualizarFueraDeRuta().
           invoke ActualizarCondiciones().
           goback.
       end method.

           goback.
       end method.

       *>
       *> ActualizarRutas
       *>
       *> Refresca la tabla con las plantillas de ruta asistencial y
       *> vacía la de pasos hasta que se seleccione una.
       *>
       method-id ActualizarRutas final private.
       local-storage section.
       01 rutas List[type CitaMe.modelo.RutaAsistencial].
       procedure division.
           set rutas to modeloRuta::DevuelveRutas().
           invoke tablaRutas::Items::Clear().
           perform varying ruta as type CitaMe.modelo.RutaAsistencial through rutas
               invoke tablaRutas::Items::Add(ruta)
           end-perform.
           invoke tablaPasosRuta::Items::Clear().
       end method.

       *>
       *> ActualizarPasosRuta
       *>
       *> Refresca la tabla con los pasos de la ruta seleccionada.
       *>
       method-id ActualizarPasosRuta final private.
       local-storage section.
       01 pasos List[type CitaMe.modelo.RutaAsistencial].
       procedure division.
           invoke tablaPasosRuta::Items::Clear().
           if rutaSeleccionada = null
               goback
           end-if
           set pasos to modeloRuta::DevuelvePasosRuta(rutaSeleccionada::id_ruta).
           perform varying paso as type CitaMe.modelo.RutaAsistencial through pasos
               invoke tablaPasosRuta::Items::Add(paso)
           end-perform.
       end method.

       *>
       *> ActualizarFueraDeRuta
       *>
       *> Refresca el seguimiento de pacientes que se han salido de
       *> su ruta (etapas perdidas o en cola fuera de plazo).
       *>
       method-id ActualizarFueraDeRuta final private.
       local-storage section.
       01 etapas List[type CitaMe.modelo.RutaAsistencial].
       procedure division.
           set etapas to modeloRuta::DevuelveFueraDeRuta(0).
           invoke tablaFueraDeRuta::Items::Clear().
           perform varying etapa as type CitaMe.modelo.RutaAsistencial through etapas
               invoke tablaFueraDeRuta::Items::Add(etapa)
           end-perform.
       end method.

       *>
       *> BotonCrearRuta
       *>
       *> Da de alta una plantilla de ruta con el nombre y la
       *> descripción del formulario.
       *>
       method-id BotonCrearRuta final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if RutaNombre::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique el nombre de la ruta.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           if modeloRuta::RegistrarRuta(RutaNombre::Text, RutaDescripcion::Text) > 0
               set RutaNombre::Text to ""
               set RutaDescripcion::Text to ""
               invoke ActualizarRutas()
           else
               invoke type MessageBox::Show("Ha ocurrido un error registrando la ruta.", "Error - Base de datos", type MessageBoxButton::OK, type MessageBoxImage::Error)
           end-if
           goback.
       end method.

       *>
       *> RutaSeleccionada
       *>
       *> Muestra los pasos de la ruta seleccionada y habilita sus
       *> botones.
       *>
       method-id RutaSeleccionada final private.
       procedure division using by value sender as object e as type System.Windows.Controls.SelectionChangedEventArgs.
           set rutaSeleccionada to tablaRutas::SelectedItem as type CitaMe.modelo.RutaAsistencial.
           set BotonEliminarRuta::IsEnabled to not (rutaSeleccionada = null).
           set BotonAnadirPaso::IsEnabled to not (rutaSeleccionada = null).
           invoke ActualizarPasosRuta().
           goback.
       end method.

       *>
       *> BotonEliminarRuta
       *>
       *> Elimina la ruta seleccionada, si no tiene pacientes
       *> siguiéndola.
       *>
       method-id BotonEliminarRuta final private.
       local-storage section.
       01 motivo string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if rutaSeleccionada = null
               goback
           end-if

           set motivo to modeloRuta::EliminarRuta(rutaSeleccionada::id_ruta).
           if not motivo::Equals("")
               invoke type MessageBox::Show(motivo, "Rutas asistenciales", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if
           set rutaSeleccionada to null.
           invoke ActualizarRutas().
           goback.
       end method.

       *>
       *> BotonAnadirPaso
       *>
       *> Añade al final de la ruta seleccionada el paso del
       *> formulario: consulta (destino = especialidad) o prueba
       *> (destino = tipo de prueba), sus días y si se cuentan desde
       *> el paso anterior.
       *>
       method-id BotonAnadirPaso final private.
       local-storage section.
       01 depende binary-short.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if rutaSeleccionada = null
               goback
           end-if

           if listaTipoPaso::SelectedItem = null or PasoDestino::Text::Trim()::Equals("")
               or PasoDias::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Complete tipo, destino (especialidad o tipo de prueba) y días del paso.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           if CandadoDependePaso::IsChecked::GetValueOrDefault
               set depende to 1
           else
               set depende to 0
           end-if

           if modeloRuta::AnadirPaso(rutaSeleccionada::id_ruta, listaTipoPaso::SelectedItem::ToString(), PasoDestino::Text,
               type Int16::Parse(PasoDias::Text), depende, PasoDescripcion::Text)
               set PasoDestino::Text to ""
               set PasoDias::Text to ""
               set PasoDescripcion::Text to ""
               invoke ActualizarPasosRuta()
           else
               invoke type MessageBox::Show("Ha ocurrido un error registrando el paso.", "Error - Base de datos", type MessageBoxButton::OK, type MessageBoxImage::Error)
           end-if
           goback.
       end method.

       *>
       *> PasoSeleccionado
       *>
       *> Habilita el botón de eliminación al seleccionar un paso.
       *>
       method-id PasoSeleccionado final private.
       procedure division using by value sender as object e as type System.Windows.Controls.SelectionChangedEventArgs.
           set pasoSeleccionado to tablaPasosRuta::SelectedItem as type CitaMe.modelo.RutaAsistencial.
           set BotonEliminarPaso::IsEnabled to not (pasoSeleccionado = null).
           goback.
       end method.

       *>
       *> BotonEliminarPaso
       *>
       *> Quita el paso seleccionado de la plantilla.
       *>
       method-id BotonEliminarPaso final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if pasoSeleccionado = null
               goback
           end-if

           invoke modeloRuta::EliminarPaso(pasoSeleccionado::id_paso).
           set pasoSeleccionado to null.
           invoke ActualizarPasosRuta().
           goback.
       end method.

       *>
       *> EtapaFueraDeRutaSeleccionada
       *>
       *> Habilita retomar o cerrar la ruta del paciente seleccionado
       *> en el seguimiento.
       *>
       method-id EtapaFueraDeRutaSeleccionada final private.
       procedure division using by value sender as object e as type System.Windows.Controls.SelectionChangedEventArgs.
           set etapaSeleccionada to tablaFueraDeRuta::SelectedItem as type CitaMe.modelo.RutaAsistencial.
           set BotonRetomarRuta::IsEnabled to not (etapaSeleccionada = null).
           set BotonCerrarRuta::IsEnabled to not (etapaSeleccionada = null).
           goback.
       end method.

       *>
       *> BotonRetomarRuta
       *>
       *> Vuelve a reservar las etapas perdidas de la ruta del
       *> paciente seleccionado.
       *>
       method-id BotonRetomarRuta final private.
       local-storage section.
       01 retomadas binary-long.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if etapaSeleccionada = null
               goback
           end-if

           set retomadas to modeloRuta::RetomarRuta(etapaSeleccionada::id_inscripcion).
           invoke type MessageBox::Show(type String::Concat("Etapas retomadas: ", retomadas::ToString()), "Rutas asistenciales", type MessageBoxButton::OK, type MessageBoxImage::Information).
           set etapaSeleccionada to null.
           invoke ActualizarFueraDeRuta().
           goback.
       end method.

       *>
       *> BotonCerrarRuta
       *>
       *> Cierra la ruta del paciente seleccionado con el motivo
       *> indicado, cancelando sus consultas pendientes.
       *>
       method-id BotonCerrarRuta final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if etapaSeleccionada = null
               goback
           end-if

           if MotivoCierreRuta::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique el motivo del cierre de la ruta.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           if modeloRuta::CerrarInscripcion(etapaSeleccionada::id_inscripcion, MotivoCierreRuta::Text)
               set MotivoCierreRuta::Text to ""
               set etapaSeleccionada to null
               invoke ActualizarFueraDeRuta()
           else
               invoke type MessageBox::Show("Ha ocurrido un error cerrando la ruta.", "Error - Base de datos", type MessageBoxButton::OK, type MessageBoxImage::Error)
           end-if
           goback.
       end method.

       *>
       *> ActualizarCondiciones
       *>
       *> Refresca la tabla con las condiciones del registro de
       *> crónicos.
       *>
       method-id ActualizarCondiciones final private.
       local-storage section.
       01 condiciones List[type CitaMe.modelo.RegistroCronicos].
       procedure division.
           set condiciones to modeloCronicos::DevuelveCondiciones().
           invoke tablaCondicionesCronicas::Items::Clear().
           perform varying condicion as type CitaMe.modelo.RegistroCronicos through condiciones
               invoke tablaCondicionesCronicas::Items::Add(condicion)
           end-perform.
           set condicionSeleccionada to null.
           set BotonEliminarCondicion::IsEnabled to False.
       end method.

       *>
       *> BotonGuardarCondicion
       *>
       *> Da de alta (o sustituye, por nombre) una condición crónica
       *> con su código CIE-10 y su criterio de control. Los límites
       *> se introducen con decimales (p.ej. 7,0 de HbA1c o 140 de
       *> tensión sistólica) y se guardan en décimas.
       *>
       method-id BotonGuardarCondicion final private.
       local-storage section.
       01 limiteDecimas binary-long.
       01 limite2Decimas binary-long.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if CondicionNombre::Text::Trim()::Equals("") or CondicionCodigo::Text::Trim()::Equals("")
               or listaCriterioCondicion::SelectedItem = null
               invoke type MessageBox::Show("Complete nombre, código CIE-10 y criterio de control de la condición.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set limiteDecimas to 0.
           set limite2Decimas to 0.
           try
               if not CondicionLimite::Text::Trim()::Equals("")
                   set limiteDecimas to function integer(type Double::Parse(CondicionLimite::Text::Trim()::Replace(",", "."), type System.Globalization.CultureInfo::InvariantCulture) * 10)
               end-if
               if not CondicionLimite2::Text::Trim()::Equals("")
                   set limite2Decimas to function integer(type Double::Parse(CondicionLimite2::Text::Trim()::Replace(",", "."), type System.Globalization.CultureInfo::InvariantCulture) * 10)
               end-if
           catch ex as type System.Exception
               invoke type MessageBox::Show("Los límites deben ser numéricos (p.ej. 7,0).", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-try

           if modeloCronicos::ConfigurarCondicion(CondicionNombre::Text, CondicionCodigo::Text,
               listaCriterioCondicion::SelectedItem::ToString(), CondicionIndicador::Text, limiteDecimas,
               CondicionIndicador2::Text, limite2Decimas)
               set CondicionNombre::Text to ""
               set CondicionCodigo::Text to ""
               set CondicionIndicador::Text to ""
               set CondicionLimite::Text to ""
               set CondicionIndicador2::Text to ""
               set CondicionLimite2::Text to ""
               invoke ActualizarCondiciones()
           else
               invoke type MessageBox::Show("No se ha podido guardar la condición: revise que el criterio Analito o Constante lleve indicador.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           end-if
           goback.
       end method.

       *>
       *> CondicionSeleccionada
       *>
       *> Habilita el botón de eliminación al seleccionar una
       *> condición.
       *>
       method-id CondicionSeleccionada final private.
       procedure division using by value sender as object e as type System.Windows.Controls.SelectionChangedEventArgs.
           set condicionSeleccionada to tablaCondicionesCronicas::SelectedItem as type CitaMe.modelo.RegistroCronicos.
           set BotonEliminarCondicion::IsEnabled to not (condicionSeleccionada = null).
           goback.
       end method.

       *>
       *> BotonEliminarCondicion
       *>
       *> Quita la condición seleccionada del registro de crónicos.
       *>
       method-id BotonEliminarCondicion final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if condicionSeleccionada = null
               goback
           end-if

           if modeloCronicos::EliminarCondicion(condicionSeleccionada::id_condicion)
               invoke ActualizarCondiciones()
           else
               invoke type MessageBox::Show("Ha ocurrido un error eliminando la condición.", "Error - Base de datos", type MessageBoxButton::OK, type MessageBoxImage::Error)
           end-if
           goback.
       end method.

       *>
       *> BotonIrInicio
       *>
