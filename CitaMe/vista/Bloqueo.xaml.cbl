       *>
       *> Bloqueo
       *>
       *> Clase de control de la pantalla de bloqueo que muestra la
       *> ventana principal cuando la sesión abierta lleva demasiado
       *> tiempo sin actividad (ver VentanaPrincipal::ComprobarInactividad).
       *> Para seguir, el mismo usuario vuelve a identificarse con su
       *> contraseña (o la del directorio corporativo, como en el
       *> login) y recupera la página tal como la dejó; o bien otro
       *> usuario hace un cambio rápido, que cierra la sesión bloqueada
       *> y le lleva al login.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.vista.Bloqueo is partial
                 inherits type System.Windows.Controls.Page.

       working-storage section.

       01 vtnPrincipal type CitaMe.vista.VentanaPrincipal.
       01 Usuario type CitaMe.modelo.Usuario.
       01 Directorio type CitaMe.modelo.DirectorioCorporativo.

       01 NombreUsuario pic X(16).
       01 ContraseniaUsuario pic X(32).

       method-id NEW.
       procedure division.
           invoke self::InitializeComponent().
           set vtnPrincipal to type CitaMe.vista.VentanaPrincipal::DevuelveInstancia().
           set Usuario to new CitaMe.modelo.Usuario().
           set Directorio to new CitaMe.modelo.DirectorioCorporativo().

           set TextoSesionBloqueada::Text to "Sesión de " & type CitaMe.vista.Login::nombreSesion & " bloqueada por inactividad.".
           goback.
       end method.

       *>
       *> BotonDesbloquear
       *>
       *> Comprueba la contraseña del usuario de la sesión bloqueada y,
       *> si es correcta, la desbloquea. Los intentos fallidos cuentan
       *> para el bloqueo temporal de la cuenta, igual que en el login.
       *>
       method-id BotonDesbloquear final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.

           if textoContrasenia::Password::Equals("")
               invoke type MessageBox::Show("Introduzca su contraseña para desbloquear la sesión.", "Error - Identificación", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           if Usuario::EstaBloqueado(type CitaMe.vista.Login::nombreSesion)
               invoke type MessageBox::Show("Su cuenta está bloqueada temporalmente por intentos fallidos reiterados. Puede cambiar de usuario o contactar con el administrador.", "Cuenta bloqueada", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               set textoContrasenia::Password to ""
               goback
           end-if

           if not ComprobarCredenciales()
               set textoContrasenia::Password to ""
               goback
           end-if

           set textoContrasenia::Password to "".
           invoke vtnPrincipal::ReanudarSesion().
           goback.
       end method.

       *>
       *> BotonCambiarUsuario
       *>
       *> Cierra la sesión bloqueada y lleva al login con el usuario
       *> indicado ya escrito.
       *>
       method-id BotonCambiarUsuario final private.
       local-storage section.
       01 confirmacion type MessageBoxResult.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.

           set confirmacion to type MessageBox::Show("Se cerrará la sesión de " & type CitaMe.vista.Login::nombreSesion & " y se perderá lo que no haya guardado. ¿Desea continuar?", "Cambiar de usuario", type MessageBoxButton::YesNo, type MessageBoxImage::Question).
           if not confirmacion::Equals(type MessageBoxResult::Yes)
               goback
           end-if

           invoke vtnPrincipal::CerrarSesionBloqueada(textoUsuarioCambio::Text::Trim()).
           goback.
       end method.

       *>
       *> ComprobarCredenciales
       *>
       *> Comprueba la contraseña introducida para el usuario de la
       *> sesión bloqueada, con las mismas reglas que el login: el
       *> personal contra el directorio corporativo si está disponible
       *> y, si no, contra la contraseña local.
       *>
       *> Devuelve:
       *>     Boolean: True si la contraseña es correcta
       *>
       method-id ComprobarCredenciales private.
       local-storage section.
       01 UsuarioValido pic 9.
       01 resultadoDirectorio string.
       procedure division returning valido as type Boolean.

           set valido to False.
           set NombreUsuario to type CitaMe.vista.Login::nombreSesion.
           set ContraseniaUsuario to textoContrasenia::Password.

           set UsuarioValido to 0.
           set resultadoDirectorio to "SIN_DIRECTORIO".
           if not (type CitaMe.vista.Login::tipoSesion = type CitaMe.modelo.Usuario::TIPO_PACIENTE)
               set resultadoDirectorio to Directorio::Autenticar(type CitaMe.vista.Login::nombreSesion, textoContrasenia::Password)
           end-if

           evaluate resultadoDirectorio
               when "OK"
                   set UsuarioValido to 1
               when "DESACTIVADA"
                   invoke Usuario::DesactivarPorDirectorio(type CitaMe.vista.Login::nombreSesion)
                   invoke Usuario::RegistrarAcceso(type CitaMe.vista.Login::nombreSesion, 0)
                   invoke type MessageBox::Show("Su cuenta corporativa está deshabilitada. Contacte con el administrador.", "Cuenta deshabilitada", type MessageBoxButton::OK, type MessageBoxImage::Warning)
                   goback
               when "NO"
                   set UsuarioValido to 0
               when other
                   set UsuarioValido to Usuario::EsValido(NombreUsuario, ContraseniaUsuario)
           end-evaluate

           if not UsuarioValido = 1
               invoke Usuario::RegistrarAcceso(type CitaMe.vista.Login::nombreSesion, 0)
               invoke type MessageBox::Show("Contraseña incorrecta", "Error - Identificación", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set valido to True.
       end method.

       end class.
