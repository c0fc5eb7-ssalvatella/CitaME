       *> planificador interno de tareas: muestra las tareas
       *> programadas con su intervalo, parámetro y última ejecución,
       *> permite ajustarlas o desactivarlas, y muestra el histórico
       *> de ejecuciones registrado en tareas_ejecuciones (con la clave
       *> a la que llegó cada ejecución de las tareas largas), además
       *> del estado de salud de los servicios desatendidos. Las
       *> tareas destructivas pueden simularse y ejecutarse a mano
       *> sobre lo simulado (ver Simulacion).
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.vista.admin.AdminTareas is partial
                 inherits type System.Windows.Controls.Page.
       01 vtnPrincipal type CitaMe.vista.VentanaPrincipal.
       01 modeloPlanificador type CitaMe.modelo.PlanificadorTareas.
       01 tareaSeleccionada type CitaMe.modelo.TareaProgramada.
       01 modeloEstado type CitaMe.modelo.EstadoServicios.
       01 modeloPuntoControl type CitaMe.modelo.PuntoControl.
       01 modeloSimulacion type CitaMe.modelo.Simulacion.

       *> Número de ejecuciones recientes a mostrar en el histórico
       01 MAXIMO_EJECUCIONES binary-long value 50.
           invoke self::InitializeComponent()
           set vtnPrincipal to type CitaMe.vista.VentanaPrincipal::DevuelveInstancia().
           set modeloPlanificador to new CitaMe.modelo.PlanificadorTareas().
           set modeloEstado to new CitaMe.modelo.EstadoServicios().
           set modeloPuntoControl to new CitaMe.modelo.PuntoControl().
           set modeloSimulacion to new CitaMe.modelo.Simulacion().
           invoke ActualizarTareas().
           invoke ActualizarEjecuciones().
           goback.
           goback.
       end method.

       *>
       *> BotonEstadoServicios
       *>
       *> Muestra el estado de salud de los servicios desatendidos:
       *> latidos, pendientes más antiguos, último respaldo correcto y
       *> último error de conexión (ver EstadoServicios).
       *>
       method-id BotonEstadoServicios final private.
       local-storage section.
       01 estado List[type CitaMe.modelo.EstadoServicios].
       01 enAlerta type Boolean.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set estado to modeloEstado::DevuelveEstado().
           set enAlerta to False.
           perform varying estadoActual as type CitaMe.modelo.EstadoServicios through estado
               if estadoActual::alerta_estado = 1
                   set enAlerta to True
               end-if
           end-perform.

           if enAlerta
               invoke type MessageBox::Show(modeloEstado::DevuelveResumen(estado), "Estado de los servicios", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           else
               invoke type MessageBox::Show(modeloEstado::DevuelveResumen(estado), "Estado de los servicios", type MessageBoxButton::OK, type MessageBoxImage::Information)
           end-if
           goback.
       end method.

       *>
       *> BotonPuntosControl
       *>
       *> Muestra las tareas largas en curso o interrumpidas con la
       *> última clave confirmada y las filas procesadas hasta ella
       *> (ver PuntoControl); la siguiente pasada de cada una continuará
       *> desde ese punto.
       *>
       method-id BotonPuntosControl final private.
       local-storage section.
       01 puntos List[type CitaMe.modelo.PuntoControl].
       01 texto type System.Text.StringBuilder.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set puntos to modeloPuntoControl::DevuelvePuntos().

           if puntos::Count = 0
               invoke type MessageBox::Show("No hay ninguna tarea larga a medias.", "Puntos de control", type MessageBoxButton::OK, type MessageBoxImage::Information)
               goback
           end-if

           set texto to new System.Text.StringBuilder().
           perform varying punto as type CitaMe.modelo.PuntoControl through puntos
               invoke texto::AppendLine(type String::Concat(punto::tarea_punto, ": clave ", punto::clave_punto,
                   ", ", punto::filas_punto::ToString(), " filas (desde ", punto::inicio_punto,
                   ", último lote ", punto::fecha_punto, " en ", punto::estacion_punto, ")"))
           end-perform.

           invoke type MessageBox::Show(texto::ToString(), "Puntos de control", type MessageBoxButton::OK, type MessageBoxImage::Information).
           goback.
       end method.

       *>
       *> BotonSimularTarea
       *>
       *> Simula la tarea destructiva seleccionada con su parámetro
       *> actual, muestra el resumen de los registros que cambiaría y,
       *> si se confirma, la ejecuta solo sobre ellos (ver
       *> Simulacion). Simulación y ejecución quedan en el histórico.
       *>
       method-id BotonSimularTarea final private.
       local-storage section.
       01 idSimulacion binary-long.
       01 accionConfirmada type MessageBoxResult.
       01 resultado string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if tareaSeleccionada = null
               invoke type MessageBox::Show("Seleccione la tarea a simular.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           if not modeloSimulacion::EsSimulable(tareaSeleccionada::nombre_tarea)
               invoke type MessageBox::Show("Esta tarea no admite simulación.", "Simulación", type MessageBoxButton::OK, type MessageBoxImage::Information)
               goback
           end-if

           set idSimulacion to modeloSimulacion::Simular(tareaSeleccionada::nombre_tarea, tareaSeleccionada::parametro_tarea::ToString()).
           if idSimulacion = 0
               invoke type MessageBox::Show("No se ha podido simular la tarea. Revise el registro de errores.", "Error - Simulación", type MessageBoxButton::OK, type MessageBoxImage::Error)
               goback
           end-if
           invoke ActualizarEjecuciones().

           set accionConfirmada to type MessageBox::Show(type String::Concat(modeloSimulacion::DevuelveResumen(idSimulacion),
               type Environment::NewLine, "¿Ejecutar la tarea sobre estos registros?"),
               "Simulación", type MessageBoxButton::YesNo, type MessageBoxImage::Warning).
           if not accionConfirmada::Equals(type MessageBoxResult::Yes)
               goback
           end-if

           set resultado to modeloSimulacion::Ejecutar(idSimulacion).
           invoke ActualizarEjecuciones().
           invoke type MessageBox::Show(resultado, "Ejecución", type MessageBoxButton::OK, type MessageBoxImage::Information).
           goback.
       end method.

       *>
       *> BotonActualizarTareas
       *>
