       *> AdminInformes
       *>
       *> Clase de control de la vista con el informe de volumen y
       *> cancelación de citas por especialidad, el de coste por
       *> visita y margen de los meses cerrados y el de bajas de
       *> incapacidad temporal abiertas para la inspección sanitaria.
       *> Desde aquí el usuario se suscribe también a los informes que
       *> quiere recibir por correo en CSV (ver SuscripcionInforme).
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.vista.admin.AdminInformes is partial
                 inherits type System.Windows.Controls.Page.
       01 modeloVigilancia type CitaMe.modelo.VigilanciaEpidemiologica.
       01 modeloPlanificacion type CitaMe.modelo.Planificacion.
       01 modeloObjetivos type CitaMe.modelo.Objetivos.
       01 modeloMargen type CitaMe.modelo.MargenConsulta.
       01 modeloParteIT type CitaMe.modelo.ParteIncapacidad.
       01 modeloCronicos type CitaMe.modelo.RegistroCronicos.
       01 modeloSuscripcion type CitaMe.modelo.SuscripcionInforme.
       01 suscripcionSeleccionada type CitaMe.modelo.SuscripcionInforme.

       method-id NEW.
       local-storage section.
           set modeloVigilancia to new CitaMe.modelo.VigilanciaEpidemiologica().
           set modeloPlanificacion to new CitaMe.modelo.Planificacion().
           set modeloObjetivos to new CitaMe.modelo.Objetivos().
           set modeloMargen to new CitaMe.modelo.MargenConsulta().
           set modeloParteIT to new CitaMe.modelo.ParteIncapacidad().
           set modeloCronicos to new CitaMe.modelo.RegistroCronicos().
           set modeloSuscripcion to new CitaMe.modelo.SuscripcionInforme().
           set informe to modeloCita::DevuelveInformeEspecialidades().
           invoke tablaInforme::Items::Clear().
           perform varying fila as type CitaMe.modelo.InformeEspecialidad through informe
               invoke tablaInforme::Items::Add(fila)
           end-perform.
           invoke MostrarDemoras().
           invoke MostrarSuscripciones().
           goback.
       end method.

       *>
       *> MostrarSuscripciones
       *>
       *> Carga las suscripciones a informes del usuario de la sesión.
       *>
       method-id MostrarSuscripciones final private.
       local-storage section.
       01 suscripciones List[type CitaMe.modelo.SuscripcionInforme].
       procedure division.
           set suscripciones to modeloSuscripcion::DevuelveSuscripciones(type CitaMe.vista.Login::idUsuario).
           invoke tablaSuscripciones::Items::Clear().
           perform varying suscripcion as type CitaMe.modelo.SuscripcionInforme through suscripciones
               invoke tablaSuscripciones::Items::Add(suscripcion)
           end-perform.
           set suscripcionSeleccionada to null.
       end method.

       *>
       *> SuscripcionSeleccionada
       *>
       *> Guarda la suscripción marcada en la tabla.
       *>
       method-id SuscripcionSeleccionada final private.
       procedure division using by value sender as object e as type System.Windows.Controls.SelectionChangedEventArgs.
           set suscripcionSeleccionada to tablaSuscripciones::SelectedItem as type CitaMe.modelo.SuscripcionInforme.
           goback.
       end method.

       *>
       *> BotonSuscribirInforme
       *>
       *> Suscribe al usuario de la sesión al informe elegido, con los
       *> filtros, el periodo en días y la frecuencia indicados.
       *>
       method-id BotonSuscribirInforme final private.
       local-storage section.
       01 diasPeriodo binary-short.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if InformeSuscripcion::Text::Trim()::Equals("") or FrecuenciaSuscripcion::Text::Trim()::Equals("")
               or DiasSuscripcion::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Elija el informe y la frecuencia e indique el periodo en días.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set diasPeriodo to type Int16::Parse(DiasSuscripcion::Text::Trim()).

           if modeloSuscripcion::AltaSuscripcion(type CitaMe.vista.Login::idUsuario, InformeSuscripcion::Text,
               EspecialidadSuscripcion::Text, CentroSuscripcion::Text, diasPeriodo, FrecuenciaSuscripcion::Text)
               invoke MostrarSuscripciones()
               invoke type MessageBox::Show("Suscripción guardada: recibirá el informe por correo en CSV.", "Suscripción a informes", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show("No se ha podido guardar la suscripción. Revise el informe y la frecuencia.", "Error - Base de datos", type MessageBoxButton::OK, type MessageBoxImage::Error)
           end-if
           goback.
       end method.

       *>
       *> BotonBajaSuscripcion
       *>
       *> Da de baja la suscripción seleccionada.
       *>
       method-id BotonBajaSuscripcion final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if suscripcionSeleccionada = null
               invoke type MessageBox::Show("Seleccione la suscripción.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           if modeloSuscripcion::CambiarEstado(suscripcionSeleccionada::id_suscripcion, "Baja")
               invoke MostrarSuscripciones()
           else
               invoke type MessageBox::Show("Ha ocurrido un error dando de baja la suscripción.", "Error - Base de datos", type MessageBoxButton::OK, type MessageBoxImage::Error)
           end-if
           goback.
       end method.

       *>
       *> BotonReactivarSuscripcion
       *>
       *> Reactiva la suscripción seleccionada si estaba suspendida.
       *>
       method-id BotonReactivarSuscripcion final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if suscripcionSeleccionada = null
               invoke type MessageBox::Show("Seleccione la suscripción.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           if modeloSuscripcion::CambiarEstado(suscripcionSeleccionada::id_suscripcion, "Activa")
               invoke MostrarSuscripciones()
           else
               invoke type MessageBox::Show("No se ha podido reactivar la suscripción (el usuario suscriptor está desactivado).", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           end-if
           goback.
       end method.

       *>
       *> BotonVerEnviosSuscripcion
       *>
       *> Muestra el registro de envíos de la suscripción seleccionada.
       *>
       method-id BotonVerEnviosSuscripcion final private.
       local-storage section.
       01 envios List[string].
       01 textoEnvios string value "".
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if suscripcionSeleccionada = null
               invoke type MessageBox::Show("Seleccione la suscripción.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set envios to modeloSuscripcion::DevuelveEnvios(suscripcionSeleccionada::id_suscripcion).
           perform varying envio as string through envios
               set textoEnvios to type String::Concat(textoEnvios, envio, type Environment::NewLine)
           end-perform.
           if textoEnvios::Equals("")
               set textoEnvios to "Todavía no se ha enviado esta suscripción."
           end-if
           invoke type MessageBox::Show(textoEnvios, "Envíos de la suscripción", type MessageBoxButton::OK, type MessageBoxImage::Information).
           goback.
       end method.

           goback.
       end method.

       *>
       *> BotonInformeMargen
       *>
       *> Genera y abre el informe de coste por visita y margen del
       *> mes indicado (yyyy-MM, por defecto el mes pasado) por
       *> especialidad, médico, tipo de cita y pagador (ver
       *> MargenConsulta::GenerarInformeMensual). El mes tiene que
       *> estar cerrado.
       *>
       method-id BotonInformeMargen final private.
       local-storage section.
       01 mesInforme string.
       01 rutaInforme string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set mesInforme to MesMargen::Text::Trim().
           if mesInforme::Equals("")
               set mesInforme to type DateTime::Now::AddMonths(-1)::ToString("yyyy-MM")
           end-if

           set rutaInforme to modeloMargen::GenerarInformeMensual(mesInforme).
           if rutaInforme::Equals("")
               invoke type MessageBox::Show("El mes no tiene márgenes congelados: ciérrelo primero.", "Informe de márgenes", type MessageBoxButton::OK, type MessageBoxImage::Information)
               goback
           end-if

           invoke type System.Diagnostics.Process::Start(rutaInforme).
           goback.
       end method.

       *>
       *> BotonVerTendenciaMargen
       *>
       *> Muestra la evolución mes a mes del margen de una
       *> especialidad, o de todo el centro si no se indica (ver
       *> MargenConsulta::DevuelveTendenciaMargen).
       *>
       method-id BotonVerTendenciaMargen final private.
       local-storage section.
       01 tendencia List[string].
       01 textoTendencia string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set tendencia to modeloMargen::DevuelveTendenciaMargen(FiltroEspecialidadMargen::Text).
           if tendencia::Count = 0
               invoke type MessageBox::Show("Todavía no hay márgenes congelados: cierre un mes.", "Tendencia del margen", type MessageBoxButton::OK, type MessageBoxImage::Information)
               goback
           end-if

           set textoTendencia to "Margen por mes:".
           perform varying lineaTendencia as string through tendencia
               set textoTendencia to type String::Concat(textoTendencia, type Environment::NewLine, "- ", lineaTendencia)
           end-perform.
           invoke type MessageBox::Show(textoTendencia, "Tendencia del margen", type MessageBoxButton::OK, type MessageBoxImage::Information).
           goback.
       end method.

       *>
       *> BotonVerControlCronicos
       *>
       *> Muestra el control de crónicos congelado en el cierre de un
       *> mes (por defecto el anterior): porcentaje de controlados, no
       *> controlados y sin revisar por médico y condición (ver
       *> RegistroCronicos::CerrarMes).
       *>
       method-id BotonVerControlCronicos final private.
       local-storage section.
       01 mesControl string.
       01 control List[string].
       01 textoControl string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set mesControl to MesControlCronicos::Text::Trim().
           if mesControl::Equals("")
               set mesControl to type DateTime::Now::AddMonths(-1)::ToString("yyyy-MM")
           end-if

           set control to modeloCronicos::DevuelveControlMes(mesControl).
           if control::Count = 0
               invoke type MessageBox::Show("El mes no tiene control de crónicos congelado: ciérrelo primero.", "Control de crónicos", type MessageBoxButton::OK, type MessageBoxImage::Information)
               goback
           end-if

           set textoControl to type String::Concat("Control de crónicos de ", mesControl, ":").
           perform varying lineaControl as string through control
               set textoControl to type String::Concat(textoControl, type Environment::NewLine, "- ", lineaControl)
           end-perform.
           invoke type MessageBox::Show(textoControl, "Control de crónicos", type MessageBoxButton::OK, type MessageBoxImage::Information).
           goback.
       end method.

       *>
       *> BotonVerProyeccionDemanda
       *>
           goback.
       end method.

       *>
       *> BotonInformeBajasIT
       *>
       *> Genera y abre el informe de bajas de incapacidad temporal
       *> abiertas por médico para la inspección sanitaria (ver
       *> ParteIncapacidad::GenerarInformeBajasAbiertas): de todos los
       *> médicos, o solo del indicado por su id.
       *>
       method-id BotonInformeBajasIT final private.
       local-storage section.
       01 idMedico binary-long.
       01 rutaInforme string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set idMedico to 0.
           if not InformeBajasMedico::Text::Trim()::Equals("")
               set idMedico to type Int32::Parse(InformeBajasMedico::Text)
           end-if

           set rutaInforme to modeloParteIT::GenerarInformeBajasAbiertas(idMedico).
           invoke type System.Diagnostics.Process::Start(rutaInforme).
           goback.
       end method.

       *>
       *> BotonVerAlertasVigilancia
       *>
