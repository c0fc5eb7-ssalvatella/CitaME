       *>
       *> Clase de control de la vista de quiosco de sala de espera:
       *> permite a un paciente confirmar su llegada a la cita de hoy
       *> buscando por su DNI, sin necesidad de iniciar sesión. El
       *> personal también ficha aquí la entrada y la salida de su
       *> jornada (ver modelo RegistroJornada). Los pacientes con
       *> precauciones de aislamiento se envían a la sala de espera
       *> separada.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.vista.Kiosko is partial
                 inherits type System.Windows.Controls.Page.
               invoke type MessageBox::Show("No se ha encontrado ninguna cita pendiente de llegada para hoy con ese DNI.", "Sin cita", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           else
               set DniKiosko::Text to "".
               invoke type MessageBox::Show(MensajeLlegada(cita::id_cita), "Llegada confirmada", type MessageBoxButton::OK, type MessageBoxImage::Information)
           end-if
           goback.
       end method.
               invoke type MessageBox::Show("No se ha reconocido el código o la cita no está pendiente de llegada hoy. Puede confirmar su llegada tecleando su DNI.", "Código no válido", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           else
               set CodigoQrKiosko::Text to "".
               invoke type MessageBox::Show(MensajeLlegada(cita::id_cita), "Llegada confirmada", type MessageBoxButton::OK, type MessageBoxImage::Information)
           end-if
           goback.
       end method.

       *>
       *> MensajeLlegada
       *>
       *> Mensaje de llegada confirmada: a los pacientes con
       *> precauciones de aislamiento (ver Cita::EvaluarAislamiento)
       *> se les indica que esperen en la sala de espera separada.
       *>
       *> Parámetros:
       *>     idCita (int): Cita confirmada
       *>
       *> Devuelve:
       *>     str: texto a mostrar al paciente
       *>
       method-id MensajeLlegada final private.
       procedure division using by value idCita as binary-long
                                   returning mensaje as string.
           if modeloCita::EvaluarAislamiento(idCita)::Equals("")
               set mensaje to "Llegada confirmada. En breve será atendido."
           else
               set mensaje to "Llegada confirmada. Por favor, póngase una mascarilla y espere en la SALA DE ESPERA DE AISLAMIENTO, no en la sala general. En breve será atendido."
           end-if
       end method.

       *>
       *> BotonAsistencia
       *>
           goback.
       end method.

       *>
       *> BotonFichar
       *>
       *> Registra la entrada o la salida de la jornada del empleado
       *> con su usuario y contraseña (ver
       *> RegistroJornada::FicharConCredenciales).
       *>
       method-id BotonFichar final private.
       local-storage section.
       01 modeloJornada type CitaMe.modelo.RegistroJornada.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if UsuarioFichajeKiosko::Text::Trim()::Equals("") or ContraseniaFichajeKiosko::Password::Equals("")
               invoke type MessageBox::Show("Introduzca su usuario y contraseña para fichar.", "Complete Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           if not ComprobarConexion()
               invoke type MessageBox::Show("Sin conexión con el sistema: el fichaje no se puede registrar ahora. Inténtelo en unos minutos.", "Registro de jornada", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set modeloJornada to new CitaMe.modelo.RegistroJornada().
           invoke type MessageBox::Show(modeloJornada::FicharConCredenciales(UsuarioFichajeKiosko::Text, ContraseniaFichajeKiosko::Password, "Kiosko"), "Registro de jornada", type MessageBoxButton::OK, type MessageBoxImage::Information).
           set UsuarioFichajeKiosko::Text to "".
           set ContraseniaFichajeKiosko::Password to "".
           goback.
       end method.

       *>
       *> BotonIrLogin
       *>
