       *>
       *> Clase de control de la vista que permite a un paciente
       *> nuevo registrarse por sí mismo, sin pasar por el administrador.
       *> Desde aquí activa también su cuenta el antiguo dependiente
       *> que ha cumplido la mayoría de edad (ver
       *> Usuario::ActivarCuenta).
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.vista.Registrarse is partial
                 inherits type System.Windows.Controls.Page.
           goback.
       end method.

       *>
       *> BotonActivarCuenta
       *>
       *> Crea el usuario y la contraseña propios de un antiguo
       *> dependiente con el código de activación que recibió, y
       *> vuelve al Login para que pueda entrar.
       *>
       method-id BotonActivarCuenta final private.
       local-storage section.
       01 motivo string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.

           if ActivacionDNI::Text::Trim()::Equals("") or ActivacionCodigo::Text::Trim()::Equals("")
               or ActivacionNombreUsuario::Text::Trim()::Equals("") or ActivacionContrasenia::Password::Equals("")
               invoke type MessageBox::Show("Indique su DNI, el código de activación recibido y el usuario y la contraseña que desea.", "Complete Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set motivo to modeloUsuario::ActivarCuenta(ActivacionDNI::Text, ActivacionCodigo::Text,
               ActivacionNombreUsuario::Text, ActivacionContrasenia::Password).
           if not motivo::Equals("")
               invoke type MessageBox::Show(motivo, "Activar mi cuenta", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           invoke type MessageBox::Show("Cuenta activada con éxito. Ya puede iniciar sesión.", "Cuenta activada", type MessageBoxButton::OK, type MessageBoxImage::Information)
           invoke vtnPrincipal::CambiarFrame("/vista/Login.xaml").
           goback.
       end method.

       *>
       *> BotonVolver
       *>
