       *> para registrar nuevos y editarlos.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.vista.admin.AdminUsuarios is partial
                 inherits type System.Windows.Controls.Page.
       01 modeloCita type CitaMe.modelo.Cita.
       01 modeloNotificador type CitaMe.modelo.Notificador.
       01 modeloPermisos type CitaMe.modelo.PerfilPermisos.
       01 modeloSupervision type CitaMe.modelo.SupervisionMir.
       01 modeloSimulacion type CitaMe.modelo.Simulacion.
       01 usuarios type List[type CitaMe.modelo.Usuario].
       01 paginaActual binary-short value 1.
       01 TAMANIO_PAGINA binary-short value 10.
       01 tieneRolPacienteSeleccionado binary-short value 0.
       *> Versión de las fichas de médico y de paciente cargadas en el
       *> formulario: si al guardar ya no es la de la base de datos, otra
       *> persona las ha cambiado mientras tanto (-1 = sin ficha)
       01 versionMedicoLeida binary-long value -1.
       01 versionPacienteLeida binary-long value -1.

       method-id NEW.
       local-storage section.
           set modeloCita to new CitaMe.modelo.Cita().
           set modeloNotificador to new CitaMe.modelo.Notificador().
           set modeloPermisos to new CitaMe.modelo.PerfilPermisos().
           set modeloSupervision to new CitaMe.modelo.SupervisionMir().
           set modeloSimulacion to new CitaMe.modelo.Simulacion().
           *> Cargamos el catálogo de especialidades para el formulario de médico
           set especialidades to modeloMedico::DevuelveEspecialidades().
           perform varying especialidad as string through especialidades
       *>
       *> Se ejecuta cuando se selecciona un usuario en la tabla
       *> y se muestran los datos del usuario en el panel derecho.
       *> La ficha de un paciente fallecido se muestra sin poder
       *> editarse (ver Paciente::EsSoloLectura).
       *>
       method-id UsuarioSeleccionado final private.
       local-storage section.
       01 medicoSeleccionado type CitaMe.modelo.Medico.
       01 pacienteSeleccionado type CitaMe.modelo.Paciente.
       01 especialidadesAdicionales List[string].
       01 fichaBloqueada type Boolean.

       procedure division using by value sender as object e as type System.Windows.Controls.SelectionChangedEventArgs.

              set CandadoActivo::IsChecked to False
          end-if

          *> Versión de las fichas que se cargan en el formulario
          set versionMedicoLeida to -1.
          set versionPacienteLeida to -1.

          *> Mostramos y rellenamos el formulario de datos específicos
          *> según el tipo de usuario seleccionado
          evaluate usuarioSeleccionado::tipo_usr
              when "Medico"
                  set medicoSeleccionado to modeloMedico::DevuelveMedico(usuarioSeleccionado::id_usu).
                  set versionMedicoLeida to modeloUsuario::DevuelveVersionMedico(usuarioSeleccionado::id_usu).
                  set EditarMedicoColegiado::Text to medicoSeleccionado::colegiado.
                  if not medicoSeleccionado::colegiado_caducidad = null
                      set EditarMedicoColegiadoCaducidad::Text to type DateTime::ParseExact(medicoSeleccionado::colegiado_caducidad, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture)::ToString("dd/MM/yyyy")
                  end-if
                  set EditarMedicoComunidad::Text to medicoSeleccionado::comunidad.
                  set EditarMedicoCentro::Text to medicoSeleccionado::centro.
                  set EditarMedicoCosteMinuto::Text to medicoSeleccionado::coste_minuto::ToString().
                  set EditarMedicoEspecialidad::SelectedValue to medicoSeleccionado::especialidad.
                  set especialidadesAdicionales to modeloMedico::DevuelveEspecialidadesAdicionales(usuarioSeleccionado::id_usu).
                  set EditarMedicoEspecialidadesAdicionales::Text to type String::Join(", ", especialidadesAdicionales::ToArray()).
                  if modeloUsuario::TienePaciente(usuarioSeleccionado::id_usu)
                      set tieneRolPacienteSeleccionado to 1
                      set pacienteSeleccionado to modeloPaciente::DevuelvePaciente(usuarioSeleccionado::id_usu)
                      set versionPacienteLeida to modeloUsuario::DevuelveVersionPaciente(usuarioSeleccionado::id_usu)
                      set EditarPacienteSeguridadSocial::Text to pacienteSeleccionado::seguridad_social
                      set EditarPacienteDNI::Text to pacienteSeleccionado::dni
                      set EditarPacienteComunidad::Text to pacienteSeleccionado::comunidad
                  end-if
              when "Paciente"
                  set pacienteSeleccionado to modeloPaciente::DevuelvePaciente(usuarioSeleccionado::id_usu).
                  set versionPacienteLeida to modeloUsuario::DevuelveVersionPaciente(usuarioSeleccionado::id_usu).
                  *> Contador de ausencias computables para la política
                  *> de penalización, visible para el administrador
                  set textoAusenciasPaciente::Text to type String::Concat("Ausencias computadas: ",
                  set BotonAltaRolPaciente::Visibility to type Visibility::Collapsed.
          end-evaluate

          *> La ficha de un paciente fallecido es de solo lectura
          *> durante su periodo legal de conservación
          set fichaBloqueada to modeloPaciente::EsSoloLectura(usuarioSeleccionado::id_usu).
          set CampoNombreUsuario::IsEnabled to not fichaBloqueada.
          set CampoNombre::IsEnabled to not fichaBloqueada.
          set CampoApellidos::IsEnabled to not fichaBloqueada.
          set CandadoActivo::IsEnabled to not fichaBloqueada.
          set FormularioEditarPaciente::IsEnabled to not fichaBloqueada.

          goback.
       end method.

           goback.
       end method.

       *>
       *> BotonAsignarTutor
       *>
       *> Marca al médico seleccionado como residente (MIR) enlazándolo
       *> con el médico tutor indicado por su id; con el campo vacío o
       *> a 0 se le quita el tutor (ver SupervisionMir::AsignarTutor).
       *>
       method-id BotonAsignarTutor final private.
       local-storage section.
       01 usuarioSeleccionado type CitaMe.modelo.Usuario.
       01 idTutor binary-long.
       01 motivo string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set usuarioSeleccionado to tablaUsuarios::SelectedItem as type CitaMe.modelo.Usuario.
           if usuarioSeleccionado = null or not usuarioSeleccionado::tipo_usr = "Medico"
               invoke type MessageBox::Show("Seleccione el médico residente en la tabla de usuarios.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set idTutor to 0.
           if not EditarMedicoTutor::Text::Trim()::Equals("")
               set idTutor to type Int32::Parse(EditarMedicoTutor::Text)
           end-if

           set motivo to modeloSupervision::AsignarTutor(usuarioSeleccionado::id_usu, idTutor).
           if motivo::Equals("")
               invoke type MessageBox::Show("Tutor del residente guardado.", "Residentes", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show(motivo, "Residentes", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           end-if
           goback.
       end method.

       *>
       *> BotonGuardar
       *>

           *> Obtenemos el usuario seleccionado que se desea editar
           set usuarioSeleccionado to tablaUsuarios::SelectedItem as type CitaMe.modelo.Usuario.
           *> La ficha de un paciente fallecido no admite cambios
           *> durante su periodo legal de conservación
           if modeloPaciente::EsSoloLectura(usuarioSeleccionado::id_usu)
               invoke type MessageBox::Show(type String::Concat("La ficha no puede modificarse durante su periodo legal de conservación: ",
                   modeloPaciente::DevuelveExitus(usuarioSeleccionado::id_usu), "."), "Editar usuario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if
           *> Validamos los datos que se van a editar
           if type System.String::IsNullOrWhiteSpace(CampoNombreUsuario::Text) or 
             type System.String::IsNullOrWhiteSpace(CampoNombre::Text) or
                   if not type System.String::IsNullOrWhiteSpace(EditarMedicoColegiadoCaducidad::Text)
                       set colegiadoCaducidadSQL to type DateTime::ParseExact(EditarMedicoColegiadoCaducidad::Text, "dd/MM/yyyy", type System.Globalization.CultureInfo::InvariantCulture)::ToString("yyyy-MM-dd")
                   end-if
                   if not modeloUsuario::EditarMedico(usuarioSeleccionado::id_usu, EditarMedicoColegiado::Text, EditarMedicoComunidad::Text,
                                                      EditarMedicoEspecialidad::SelectedValue::ToString(), EditarInicioMananas::Text,
                                                      EditarFinMananas::Text, EditarInicioTardes::Text, EditarFinTardes::Text, colegiadoCaducidadSQL,
                                                      versionMedicoLeida)
                       *> Otra persona ha cambiado la ficha mientras tanto:
                       *> no se guarda nada más del formulario
                       if not modeloUsuario::CambiosConflicto::Equals("")
                           invoke AvisarFichaCambiada()
                           goback
                       end-if
                   end-if
                   set versionMedicoLeida to modeloUsuario::DevuelveVersionMedico(usuarioSeleccionado::id_usu)
                   invoke modeloMedico::SincronizarEspecialidadesAdicionales(usuarioSeleccionado::id_usu, EditarMedicoEspecialidadesAdicionales::Text)
                   invoke modeloMedico::AsignarCentro(usuarioSeleccionado::id_usu, EditarMedicoCentro::Text)
                   *> Coste por minuto para el informe de márgenes, en céntimos
                   if not type System.String::IsNullOrWhiteSpace(EditarMedicoCosteMinuto::Text)
                       invoke modeloMedico::FijarCosteMinuto(usuarioSeleccionado::id_usu, type Int32::Parse(EditarMedicoCosteMinuto::Text))
                   end-if

                   *> Si se ha revelado el formulario de paciente, el médico
                   *> tiene (o está solicitando) también el rol de paciente
                           invoke type MessageBox::Show("Revise el DNI y la Seguridad Social del rol de paciente.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
                       else
                           if tieneRolPacienteSeleccionado = 1
                               if not modeloUsuario::EditarPaciente(usuarioSeleccionado::id_usu, EditarPacienteSeguridadSocial::Text, EditarPacienteDNI::Text,
                                                                    EditarPacienteComunidad::Text, EditarPacienteSexo::Text, EditarPacienteGenero::Text,
                                                                    versionPacienteLeida)
                                   if not modeloUsuario::CambiosConflicto::Equals("")
                                       invoke AvisarFichaCambiada()
                                       goback
                                   end-if
                               end-if
                           else
                               invoke modeloUsuario::RegistrarPaciente(usuarioSeleccionado::id_usu, EditarPacienteSeguridadSocial::Text, EditarPacienteDNI::Text,
                                                                       EditarPacienteComunidad::Text, EditarPacienteSexo::Text, EditarPacienteGenero::Text)
                               set tieneRolPacienteSeleccionado to 1
                           end-if
                           set versionPacienteLeida to modeloUsuario::DevuelveVersionPaciente(usuarioSeleccionado::id_usu)
                       end-if
                   end-if
               when "Paciente"
                   if not modeloUsuario::EditarPaciente(usuarioSeleccionado::id_usu, EditarPacienteSeguridadSocial::Text, EditarPacienteDNI::Text,
                                                        EditarPacienteComunidad::Text, EditarPacienteSexo::Text, EditarPacienteGenero::Text,
                                                        versionPacienteLeida)
                       if not modeloUsuario::CambiosConflicto::Equals("")
                           invoke AvisarFichaCambiada()
                           goback
                       end-if
                   end-if
                   set versionPacienteLeida to modeloUsuario::DevuelveVersionPaciente(usuarioSeleccionado::id_usu)
           end-evaluate

           *> Actualizamos la tabla de usuarios para que se muestre los datos editados

       end method.

       *>
       *> AvisarFichaCambiada
       *>
       *> Otra persona ha cambiado la ficha del usuario mientras se
       *> editaba y el cambio no se ha guardado: se enseña qué ha
       *> cambiado y se recarga la tabla para que el administrador
       *> vuelva a abrir el usuario con los datos actuales.
       *>
       method-id AvisarFichaCambiada final private.
       procedure division.
           invoke type MessageBox::Show(type String::Concat(
               "Otra persona ha modificado esta ficha mientras la tenía abierta, así que no se han guardado sus cambios:",
               type Environment::NewLine, type Environment::NewLine, modeloUsuario::CambiosConflicto,
               type Environment::NewLine, type Environment::NewLine,
               "Vuelva a seleccionar el usuario para ver los datos actuales y repita los cambios que sigan siendo necesarios."),
               "Ficha modificada por otro usuario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           invoke ActualizarUsuarios()
           goback.
       end method.

       *>
       *> MostrarFormularioTipo
       *>
       *> Ejecuta el derecho de supresión del paciente seleccionado:
       *> borra o anonimiza sus datos en todas las tablas y muestra el
       *> resumen firmado de lo eliminado (ver Cita::EjecutarDerechoOlvido).
       *> Acción irreversible, con doble confirmación. La ficha de un
       *> paciente fallecido no se suprime mientras dure su periodo
       *> legal de conservación (ver Cita::RegistrarExitus).
       *> Antes de confirmar se simula la supresión y se muestra el
       *> resumen de registros afectados; la ejecución se niega si el
       *> conjunto ha cambiado desde la simulación (ver Simulacion).
       *>
       method-id BotonDerechoOlvido final private.
       local-storage section.
       01 usuarioSeleccionado type CitaMe.modelo.Usuario.
       01 accionConfirmada type MessageBoxResult.
       01 resumen string.
       01 idSimulacion binary-long.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set usuarioSeleccionado to tablaUsuarios::SelectedItem as type CitaMe.modelo.Usuario.
           if usuarioSeleccionado = null
               goback
           end-if

           if modeloPaciente::EsSoloLectura(usuarioSeleccionado::id_usu)
               invoke type MessageBox::Show(type String::Concat("La ficha no puede suprimirse durante su periodo legal de conservación: ",
                   modeloPaciente::DevuelveExitus(usuarioSeleccionado::id_usu), "."), "Derecho de supresión", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set idSimulacion to modeloSimulacion::Simular("EjecutarDerechoOlvido", usuarioSeleccionado::id_usu::ToString()).
           if idSimulacion = 0
               invoke type MessageBox::Show("No se ha podido simular la supresión. Revise el registro de errores.", "Error - Derecho de supresión", type MessageBoxButton::OK, type MessageBoxImage::Error)
               goback
           end-if

           set accionConfirmada to type MessageBox::Show(type String::Concat(
               modeloSimulacion::DevuelveResumen(idSimulacion), type Environment::NewLine,
               "Va a eliminar de forma IRREVERSIBLE los datos de ",
               usuarioSeleccionado::nombre_real_usr, " ", usuarioSeleccionado::apellidos_usr,
               " de todas las tablas de la aplicación. ¿Está seguro?"),
               goback
           end-if

           set resumen to modeloSimulacion::Ejecutar(idSimulacion).
           invoke ActualizarUsuarios().
           invoke type MessageBox::Show(resumen, "Derecho de supresión ejecutado", type MessageBoxButton::OK, type MessageBoxImage::Information).
           goback.
                   notificacion::fecha_creacion_notificacion, " - ", notificacion::tipo_notificacion,
                   " (cita #", notificacion::cita_notificacion::ToString(), "): ", notificacion::estado_notificacion,
                   " (intentos: ", notificacion::intentos_notificacion::ToString(), ")")
               if not notificacion::reglas_notificacion::Equals("")
                   set textoRegistro to type String::Concat(textoRegistro, " - ", notificacion::reglas_notificacion)
               end-if
           end-perform

           invoke type MessageBox::Show(textoRegistro, "Notificaciones del usuario", type MessageBoxButton::OK, type MessageBoxImage::Information).
