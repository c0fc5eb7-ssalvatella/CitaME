       *>
       *> Clase de control de la vista que
       *> muestra el login para la identificación
       *> de usuarios. El personal también ficha desde aquí la entrada
       *> y la salida de su jornada (ver modelo RegistroJornada).
       *>
       *> Guarda el nombre y el tipo de la sesión abierta, que
       *> VentanaPrincipal bloquea tras el tiempo de inactividad de
       *> ese tipo de usuario; volver a esta vista cierra la sesión.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.vista.Login is partial
                 inherits type System.Windows.Controls.Page.

       01 idUsuario property static binary-short.

       *> Nombre de usuario y tipo con el que se ha entrado en la
       *> sesión abierta ("" si no hay sesión), para el bloqueo por
       *> inactividad (ver VentanaPrincipal::ComprobarInactividad)
       01 nombreSesion property static string value "".
       01 tipoSesion property static binary-short.

       *> Usuario que entra por un cambio rápido desde la pantalla de
       *> bloqueo, para dejarlo ya escrito (ver vista Bloqueo)
       01 usuarioPropuesto property static string value "".

       01 vtnPrincipal type CitaMe.vista.VentanaPrincipal.

       01 NombreUsuario pic X(16).
           *> Creamos el modelo Usuario para consultar en él
           set Usuario to new CitaMe.modelo.Usuario().
           set Directorio to new CitaMe.modelo.DirectorioCorporativo().

           *> Volver al login cierra la sesión que hubiera abierta
           set nombreSesion to "".
           if not usuarioPropuesto::Equals("")
               set textoUsuario::Text to usuarioPropuesto
               set usuarioPropuesto to ""
           end-if
           goback.
       end method.

            goback
          end-if.

          *> Sesión abierta, sujeta al bloqueo por inactividad de su tipo
          set nombreSesion to textoUsuario::Text::Trim().
          set tipoSesion to Usuario::DevuelveTipo(NombreUsuario).

          *> Cambio forzado inicial o contraseña caducada: se redirige
          *> al cambio de contraseña antes de entrar (ver
          *> Usuario::DebeCambiarContrasenia). Solo tras comprobar que
          if TipoUsuario = type CitaMe.modelo.Usuario::TIPO_MEDICO and Usuario::TienePaciente(idUsuario)
            set eleccionRol to type MessageBox::Show(type String::Concat("También tiene un registro de paciente asociado a su usuario.", type Environment::NewLine, "¿Desea entrar como paciente? (Si elige que no, entrará como médico)"), "Seleccione un rol", type MessageBoxButton::YesNo, type MessageBoxImage::Question)
            if eleccionRol::Equals(type MessageBoxResult::Yes)
              set tipoSesion to type CitaMe.modelo.Usuario::TIPO_PACIENTE
              invoke vtnPrincipal::CambiarFrame("/vista/paciente/Paciente.xaml")
              goback
            end-if
          end-evaluate.
       end method.

       *>
       *> BotonFichar
       *>
       *> Registra la entrada o la salida de la jornada del empleado
       *> con el usuario y la contraseña introducidos, sin iniciar
       *> sesión (ver RegistroJornada::FicharConCredenciales).
       *>
       method-id BotonFichar final private.
       local-storage section.
       01 modeloJornada type CitaMe.modelo.RegistroJornada.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
          if textoUsuario::Text::Trim()::Equals("") or textoContrasenia::Password::Equals("")
            invoke type MessageBox::Show("Introduzca su usuario y contraseña para fichar.", "Complete Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
            goback
          end-if.

          set modeloJornada to new CitaMe.modelo.RegistroJornada().
          invoke type MessageBox::Show(modeloJornada::FicharConCredenciales(textoUsuario::Text, textoContrasenia::Password, "Login"), "Registro de jornada", type MessageBoxButton::OK, type MessageBoxImage::Information).
          set textoContrasenia::Password to "".
          goback.
       end method.

       *>
       *> BotonRegistrarse
       *>
