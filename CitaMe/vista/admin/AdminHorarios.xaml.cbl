       *> semana A o B de una rotación quincenal) y eliminar filas
       *> para volver a la jornada base de la tabla medicos.
       *>
       *> También gestiona el calendario de guardias por centro (ver
       *> modelo Guardia): quién entra en el reparto, la generación del
       *> mes, los cambios entre médicos y el recuento para nóminas.
       *>
       *> Y el cierre mensual del registro de jornada del personal (ver
       *> modelo RegistroJornada): conciliación de los fichajes con la
       *> agenda, excepciones y verificación de la firma del registro.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.vista.admin.AdminHorarios is partial
                 inherits type System.Windows.Controls.Page.

       01 vtnPrincipal type CitaMe.vista.VentanaPrincipal.
       01 modeloMedico type CitaMe.modelo.Medico.
       01 modeloGuardia type CitaMe.modelo.Guardia.
       01 modeloJornada type CitaMe.modelo.RegistroJornada.
       01 horarioSeleccionado type CitaMe.modelo.HorarioSemanal.

       method-id NEW.
           invoke self::InitializeComponent()
           set vtnPrincipal to type CitaMe.vista.VentanaPrincipal::DevuelveInstancia().
           set modeloMedico to new CitaMe.modelo.Medico().
           set modeloGuardia to new CitaMe.modelo.Guardia().
           set modeloJornada to new CitaMe.modelo.RegistroJornada().
           goback.
       end method.

           goback.
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
       *> BotonMarcarGuardias
       *>
       *> Incluye al médico consultado en el reparto de guardias de su
       *> centro (ver Guardia::MarcarElegible).
       *>
       method-id BotonMarcarGuardias final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if FiltroIdMedicoHorario::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique el id del médico.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           if modeloGuardia::MarcarElegible(type Int32::Parse(FiltroIdMedicoHorario::Text), True)
               invoke type MessageBox::Show("El médico entra en el reparto de guardias de su centro.", "Guardias", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show("Ha ocurrido un error guardando el médico.", "Error - Base de datos", type MessageBoxButton::OK, type MessageBoxImage::Error)
           end-if
           goback.
       end method.

       *>
       *> BotonQuitarGuardias
       *>
       *> Saca al médico consultado del reparto de guardias. Las
       *> guardias ya asignadas se mantienen hasta que se cambien a
       *> otro médico.
       *>
       method-id BotonQuitarGuardias final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if FiltroIdMedicoHorario::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique el id del médico.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           if modeloGuardia::MarcarElegible(type Int32::Parse(FiltroIdMedicoHorario::Text), False)
               invoke type MessageBox::Show("El médico sale del reparto de guardias. Sus guardias ya asignadas se mantienen.", "Guardias", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show("Ha ocurrido un error guardando el médico.", "Error - Base de datos", type MessageBoxButton::OK, type MessageBoxImage::Error)
           end-if
           goback.
       end method.

       *>
       *> BotonGenerarGuardias
       *>
       *> Reparte las guardias del mes (yyyy-MM) del centro indicado
       *> y muestra el calendario resultante (ver
       *> Guardia::GenerarCalendario).
       *>
       method-id BotonGenerarGuardias final private.
       local-storage section.
       01 asignadas binary-long.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if GuardiaCentro::Text::Trim()::Equals("") or GuardiaMes::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique el centro y el mes (aaaa-mm) del calendario.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set asignadas to modeloGuardia::GenerarCalendario(GuardiaCentro::Text, GuardiaMes::Text).
           invoke type MessageBox::Show(type String::Concat("Guardias asignadas: ", asignadas::ToString(),
               ". Los días que no se han podido cubrir quedan en el registro de errores."),
               "Calendario de guardias", type MessageBoxButton::OK, type MessageBoxImage::Information).
           invoke MostrarLista(modeloGuardia::DevuelveCalendario(GuardiaCentro::Text, GuardiaMes::Text),
               "Calendario de guardias", "El mes no tiene guardias.").
           goback.
       end method.

       *>
       *> BotonVerGuardias
       *>
       *> Muestra el calendario de guardias del centro y mes indicados.
       *>
       method-id BotonVerGuardias final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if GuardiaCentro::Text::Trim()::Equals("") or GuardiaMes::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique el centro y el mes (aaaa-mm) del calendario.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           invoke MostrarLista(modeloGuardia::DevuelveCalendario(GuardiaCentro::Text, GuardiaMes::Text),
               "Calendario de guardias", "El mes no tiene guardias.").
           goback.
       end method.

       *>
       *> BotonSolicitarCambioGuardia
       *>
       *> Registra el cambio de la guardia indicada (GuardiaId) al
       *> médico entrante, pendiente de aprobación.
       *>
       method-id BotonSolicitarCambioGuardia final private.
       local-storage section.
       01 rechazo string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if GuardiaId::Text::Trim()::Equals("") or GuardiaMedicoEntrante::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique la guardia y el médico que la hará.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set rechazo to modeloGuardia::SolicitarCambio(type Int32::Parse(GuardiaId::Text),
               type Int32::Parse(GuardiaMedicoEntrante::Text), GuardiaMotivoCambio::Text).
           if rechazo::Equals("")
               set GuardiaMotivoCambio::Text to ""
               invoke type MessageBox::Show("Cambio solicitado: queda pendiente de aprobación.", "Cambio de guardia", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show(rechazo, "Cambio de guardia", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           end-if
           goback.
       end method.

       *>
       *> BotonVerCambiosGuardia
       *>
       *> Muestra los cambios de guardia pendientes de aprobación.
       *>
       method-id BotonVerCambiosGuardia final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           invoke MostrarLista(modeloGuardia::DevuelveCambiosPendientes(),
               "Cambios de guardia pendientes", "No hay cambios de guardia pendientes.").
           goback.
       end method.

       *>
       *> BotonAprobarCambioGuardia
       *>
       *> Aprueba el cambio de guardia indicado (CambioGuardiaId).
       *>
       method-id BotonAprobarCambioGuardia final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           invoke ResolverCambioGuardia(True).
           goback.
       end method.

       *>
       *> BotonRechazarCambioGuardia
       *>
       *> Rechaza el cambio de guardia indicado (CambioGuardiaId).
       *>
       method-id BotonRechazarCambioGuardia final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           invoke ResolverCambioGuardia(False).
           goback.
       end method.

       *>
       *> ResolverCambioGuardia
       *>
       *> Resuelve el cambio indicado en CambioGuardiaId con el
       *> administrador de la sesión.
       *>
       method-id ResolverCambioGuardia final private.
       local-storage section.
       01 rechazo string.
       procedure division using by value aprobar as type Boolean.
           if CambioGuardiaId::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique el cambio de guardia a resolver.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set rechazo to modeloGuardia::ResolverCambio(type Int32::Parse(CambioGuardiaId::Text), aprobar,
               type CitaMe.vista.Login::idUsuario).
           if rechazo::Equals("")
               set CambioGuardiaId::Text to ""
               invoke type MessageBox::Show("Cambio de guardia resuelto.", "Cambio de guardia", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show(rechazo, "Cambio de guardia", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           end-if
       end method.

       *>
       *> BotonRecuentoGuardias
       *>
       *> Genera y abre el recuento de guardias por médico del mes
       *> indicado (por defecto el mes pasado) para nóminas (ver
       *> Guardia::GenerarRecuentoNomina).
       *>
       method-id BotonRecuentoGuardias final private.
       local-storage section.
       01 mesRecuento string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set mesRecuento to GuardiaMes::Text::Trim().
           if mesRecuento::Equals("")
               set mesRecuento to type DateTime::Now::AddMonths(-1)::ToString("yyyy-MM")
           end-if

           invoke type System.Diagnostics.Process::Start(modeloGuardia::GenerarRecuentoNomina(mesRecuento)).
           goback.
       end method.

       *>
       *> MesJornadaIndicado
       *>
       *> Mes del registro de jornada indicado en el formulario, o el
       *> mes anterior si no se indica.
       *>
       method-id MesJornadaIndicado final private.
       procedure division returning mes as string.
           set mes to MesJornada::Text::Trim().
           if mes::Equals("")
               set mes to type DateTime::Now::AddMonths(-1)::ToString("yyyy-MM")
           end-if
       end method.

       *>
       *> BotonCerrarJornada
       *>
       *> Cierra el registro de jornada del mes: concilia los fichajes
       *> con la agenda y genera el registro firmado de cada empleado
       *> (ver RegistroJornada::CerrarMes).
       *>
       method-id BotonCerrarJornada final private.
       local-storage section.
       01 empleados binary-long.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set empleados to modeloJornada::CerrarMes(MesJornadaIndicado()).
           invoke type MessageBox::Show(type String::Concat("Registro de jornada cerrado: ", empleados::ToString(),
               " empleados. Los registros firmados están en la carpeta jornada."),
               "Registro de jornada", type MessageBoxButton::OK, type MessageBoxImage::Information).
           goback.
       end method.

       *>
       *> BotonVerExcepcionesJornada
       *>
       *> Muestra las excepciones del registro de jornada del mes:
       *> fichajes sin salida y trabajo fuera del horario previsto.
       *>
       method-id BotonVerExcepcionesJornada final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           invoke MostrarLista(modeloJornada::DevuelveExcepciones(MesJornadaIndicado()), "Excepciones del registro de jornada", "No hay excepciones en el mes (o no está cerrado).").
           goback.
       end method.

       *>
       *> BotonVerificarJornada
       *>
       *> Comprueba que el registro mensual del empleado indicado no se
       *> ha retocado desde su cierre.
       *>
       method-id BotonVerificarJornada final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if JornadaIdEmpleado::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique el id del empleado.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           invoke type MessageBox::Show(modeloJornada::VerificarRegistro(type Int32::Parse(JornadaIdEmpleado::Text), MesJornadaIndicado()), "Registro de jornada", type MessageBoxButton::OK, type MessageBoxImage::Information).
           goback.
       end method.

       *>
       *> BotonIrInicio
       *>
