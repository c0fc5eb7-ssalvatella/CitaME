       *> conectar con la base de datos correctamente.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificaci�n: 15/10/2026
       *>
       class-id CitaMe.BaseDatos.

       01 intentos binary-short.
       01 maxIntentos binary-short value 5.
       01 conectado type Boolean.
       01 modeloErrores type CitaMe.modelo.RegistroErrores.
       procedure division returning exito as type Boolean.

           invoke CargarConfiguracion().
               end-if
           end-perform.

           *> El fallo queda también en el registro de errores (en su
           *> fichero de respaldo, sin base de datos), donde lo recoge
           *> la vigilancia de servicios (ver EstadoServicios)
           if not conectado
               set modeloErrores to new CitaMe.modelo.RegistroErrores()
               invoke modeloErrores::RegistrarError("BaseDatos::Conectar", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               invoke type MessageBox::Show(mfsqlmessagetext, "Error - SQL", type MessageBoxButton::OK, type MessageBoxImage::Error)
           end-if

