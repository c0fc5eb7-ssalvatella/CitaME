       *> Clase de control de la ventana que usara
       *> la aplicación a lo largo de su ejecución.
       *>
       *> Vigila también la inactividad de la sesión abierta: pasado el
       *> tiempo configurado para el tipo de usuario sin teclado ni
       *> ratón, bloquea la pantalla (ver vista Bloqueo) hasta que el
       *> mismo usuario vuelva a identificarse o se cambie de usuario.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.vista.VentanaPrincipal is partial
                 inherits type System.Windows.Window.
       01 BaseDatos type CitaMe.BaseDatos.
       01 ApiReservas type CitaMe.modelo.ApiReservas.
       01 Planificador type CitaMe.modelo.PlanificadorTareas.
       01 Vigilancia type CitaMe.modelo.EstadoServicios.
       01 usuarioModelo type CitaMe.modelo.Usuario.
       01 CitaIniciada property type CitaMe.modelo.Cita.
       01 FrameOrigen property string.

       *> Bloqueo de la sesión por inactividad
       01 temporizadorInactividad type System.Windows.Threading.DispatcherTimer.
       01 ultimaActividad type DateTime.
       01 paginaBloqueada object.
       01 SesionBloqueada property type Boolean.

       *> Cada cuántos segundos se comprueba la inactividad
       01 SEGUNDOS_COMPROBACION_INACTIVIDAD binary-long value 30.

       method-id NEW.
       local-storage section.
       01 conectado type Boolean.
           set Planificador to new CitaMe.modelo.PlanificadorTareas().
           invoke Planificador::IniciarPlanificador().

           *> Arranca la vigilancia de los servicios desatendidos
           *> (planificador, API, buzón de salida y webhooks), en su
           *> propio hilo para que avise aunque se pare el planificador
           *> (ver EstadoServicios).
           set Vigilancia to new CitaMe.modelo.EstadoServicios().
           invoke Vigilancia::IniciarVigilancia().

           *> Vigilancia de la inactividad de la sesión: cualquier tecla
           *> o pulsación del ratón en la ventana cuenta como actividad,
           *> y no se puede volver atrás desde la pantalla de bloqueo.
           set ultimaActividad to type DateTime::Now.
           set SesionBloqueada to False.
           attach method self::RegistrarActividadTeclado to self::PreviewKeyDown.
           attach method self::RegistrarActividadRaton to self::PreviewMouseDown.
           attach method self::ImpedirSalirBloqueo to Contenido::Navigating.
           set temporizadorInactividad to new System.Windows.Threading.DispatcherTimer().
           set temporizadorInactividad::Interval to type TimeSpan::FromSeconds(SEGUNDOS_COMPROBACION_INACTIVIDAD).
           attach method self::ComprobarInactividad to temporizadorInactividad::Tick.
           invoke temporizadorInactividad::Start().

           set Instancia to self.
           goback.
       end method.
                   set capacidadRequerida to "informes"
               when "/vista/admin/AdminQuejas.xaml"
                   set capacidadRequerida to "quejas"
               when "/vista/admin/AdminIncidentes.xaml"
                   set capacidadRequerida to "incidentes"
               when "/vista/admin/AdminCitas.xaml"
                   set capacidadRequerida to "citas"
               when "/vista/admin/AdminReprogramacion.xaml"
           goback.
       end method.

       *>
       *> RegistrarActividadTeclado / RegistrarActividadRaton
       *>
       *> Anotan el momento de la última actividad del usuario.
       *>
       method-id RegistrarActividadTeclado private.
       procedure division using by value sender as object e as type System.Windows.Input.KeyEventArgs.
           set ultimaActividad to type DateTime::Now.
           goback.
       end method.

       method-id RegistrarActividadRaton private.
       procedure division using by value sender as object e as type System.Windows.Input.MouseButtonEventArgs.
           set ultimaActividad to type DateTime::Now.
           goback.
       end method.

       *>
       *> ImpedirSalirBloqueo
       *>
       *> Mientras la sesión está bloqueada no se permite volver a la
       *> página anterior con la navegación hacia atrás/adelante.
       *>
       method-id ImpedirSalirBloqueo private.
       procedure division using by value sender as object e as type System.Windows.Navigation.NavigatingCancelEventArgs.
           if SesionBloqueada
               if e::NavigationMode = type System.Windows.Navigation.NavigationMode::Back
                  or e::NavigationMode = type System.Windows.Navigation.NavigationMode::Forward
                   set e::Cancel to True
               end-if
           end-if
           goback.
       end method.

       *>
       *> ComprobarInactividad
       *>
       *> Bloquea la sesión abierta si lleva sin actividad más minutos
       *> de los configurados para su tipo de usuario. Sin sesión, o
       *> con un tipo sin bloqueo (minutos = 0), no hace nada.
       *>
       method-id ComprobarInactividad private.
       local-storage section.
       01 minutos binary-long.
       procedure division using by value sender as object e as type System.EventArgs.

           if SesionBloqueada
               goback
           end-if

           if type CitaMe.vista.Login::nombreSesion = null
              or type CitaMe.vista.Login::nombreSesion::Equals("")
               goback
           end-if

           set minutos to usuarioModelo::DevuelveMinutosInactividad(type CitaMe.vista.Login::tipoSesion).
           if minutos <= 0
               goback
           end-if

           if type DateTime::Now < ultimaActividad::AddMinutes(minutos)
               goback
           end-if

           invoke self::BloquearSesion().
           goback.
       end method.

       *>
       *> BloquearSesion
       *>
       *> Guarda la página abierta, tal como está, y muestra la
       *> pantalla de bloqueo. Queda anotado en el registro de accesos.
       *>
       method-id BloquearSesion private.
       procedure division.

           set paginaBloqueada to Contenido::Content.
           set SesionBloqueada to True.
           invoke usuarioModelo::RegistrarAcceso(type CitaMe.vista.Login::nombreSesion, 3).

           *> La pantalla de bloqueo no exige capacidad: no pasa por
           *> CambiarFrame
           set Contenido::Source to new System.Uri("/vista/Bloqueo.xaml", type UriKind::Relative).
           goback.
       end method.

       *>
       *> ReanudarSesion
       *>
       *> Desbloquea la sesión, una vez el usuario se ha vuelto a
       *> identificar, y vuelve a la página que tenía abierta.
       *>
       method-id ReanudarSesion.
       procedure division.

           invoke usuarioModelo::RegistrarAcceso(type CitaMe.vista.Login::nombreSesion, 4).
           set SesionBloqueada to False.
           set ultimaActividad to type DateTime::Now.
           invoke Contenido::Navigate(paginaBloqueada).
           set paginaBloqueada to null.
           goback.
       end method.

       *>
       *> CerrarSesionBloqueada
       *>
       *> Cambio rápido de usuario desde la pantalla de bloqueo: cierra
       *> la sesión bloqueada, descartando la página que tenía abierta,
       *> y lleva al login con el nuevo usuario ya escrito.
       *>
       *> Parámetros:
       *>     usuarioNuevo (str): Nombre del usuario que va a entrar
       *>
       method-id CerrarSesionBloqueada.
       procedure division using by value usuarioNuevo as string.

           invoke usuarioModelo::RegistrarAcceso(type CitaMe.vista.Login::nombreSesion, 5).
           set SesionBloqueada to False.
           set paginaBloqueada to null.
           set CitaIniciada to null.
           set ultimaActividad to type DateTime::Now.
           set type CitaMe.vista.Login::usuarioPropuesto to usuarioNuevo.
           invoke self::CambiarFrame("/vista/Login.xaml").
           goback.
       end method.




