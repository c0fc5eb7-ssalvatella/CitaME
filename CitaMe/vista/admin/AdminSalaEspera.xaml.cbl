       *>
       *> Clase de control de la vista del panel de sala de espera:
       *> muestra las citas de hoy cuyos pacientes ya han confirmado su
       *> llegada, ordenadas por orden de llegada, y avisa de los que
       *> llevan esperando más del umbral de su especialidad (ver
       *> modelo AlertaEspera).
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.vista.admin.AdminSalaEspera is partial
                 inherits type System.Windows.Controls.Page.

       01 vtnPrincipal type CitaMe.vista.VentanaPrincipal.
       01 modeloCita type CitaMe.modelo.Cita.
       01 modeloAlertaEspera type CitaMe.modelo.AlertaEspera.

       method-id NEW.
       procedure division.
           invoke self::InitializeComponent()
           set vtnPrincipal to type CitaMe.vista.VentanaPrincipal::DevuelveInstancia().
           set modeloCita to new CitaMe.modelo.Cita().
           set modeloAlertaEspera to new CitaMe.modelo.AlertaEspera().
           invoke ActualizarSalaEspera().
           goback.
       end method.
       *>
       *> ActualizarSalaEspera
       *>
       *> Refresca la tabla con la cola actual de la sala de espera y
       *> el aviso de esperas excesivas.
       *>
       method-id ActualizarSalaEspera final private.
       local-storage section.
       01 citas List[type CitaMe.modelo.Cita].
       01 avisos binary-long.
       01 escalados binary-long.
       procedure division.
           set citas to modeloCita::DevuelveSalaEspera().
           set avisos to 0.
           set escalados to 0.
           invoke tablaSalaEspera::Items::Clear().
           perform varying cita as type CitaMe.modelo.Cita through citas
               invoke tablaSalaEspera::Items::Add(cita)
               if not cita::alerta_espera_cita::Equals("")
                   add 1 to avisos
                   if cita::alerta_espera_cita::StartsWith("ESCALADO")
                       add 1 to escalados
                   end-if
               end-if
           end-perform.

           if avisos = 0
               set AlertasEsperaSala::Text to ""
           else
               set AlertasEsperaSala::Text to type String::Concat(avisos::ToString(),
                   " paciente(s) superan la espera de su especialidad, ", escalados::ToString(), " escalado(s) al coordinador.")
           end-if
       end method.

       *>
          goback.
       end method.

       *>
       *> BotonInformeAlertasEspera
       *>
       *> Muestra los avisos de espera excesiva del último mes por
       *> consulta, con la reacción del personal (ver
       *> AlertaEspera::DevuelveInformeAlertas).
       *>
       method-id BotonInformeAlertasEspera final private.
       local-storage section.
       01 lineas List[string].
       01 textoInforme string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set lineas to modeloAlertaEspera::DevuelveInformeAlertas(type DateTime::Today::AddMonths(-1)::ToString("yyyy-MM-dd"),
               type DateTime::Today::ToString("yyyy-MM-dd")).
           if lineas::Count = 0
               invoke type MessageBox::Show("No ha habido avisos de espera excesiva en el último mes.", "Avisos de espera", type MessageBoxButton::OK, type MessageBoxImage::Information)
               goback
           end-if

           set textoInforme to "Avisos de espera excesiva del último mes:".
           perform varying lineaInforme as string through lineas
               set textoInforme to type String::Concat(textoInforme, type Environment::NewLine, "- ", lineaInforme)
           end-perform.
           invoke type MessageBox::Show(textoInforme, "Avisos de espera", type MessageBoxButton::OK, type MessageBoxImage::Information).
           goback.
       end method.

       *>
       *> BotonIrInicio
       *>
