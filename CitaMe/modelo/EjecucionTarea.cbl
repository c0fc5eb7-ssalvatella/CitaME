       *> Clase que encapsula una fila del histórico de ejecuciones del
       *> planificador interno (tabla tareas_ejecuciones): cuándo empezó
       *> y terminó cada tarea, con qué resultado, cuántas filas procesó
       *> y desde qué estación se lanzó. En las tareas largas que
       *> trabajan con punto de control (ver PuntoControl), también
       *> desde qué clave se reanudó y hasta cuál llegó si quedó a
       *> medias. Las simulaciones de las operaciones destructivas y
       *> sus ejecuciones manuales (ver Simulacion) llevan el id de la
       *> simulación.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.EjecucionTarea.

       01 resultado_ejecucion property string.
       01 filas_ejecucion property binary-long.
       01 estacion_ejecucion property string.
       01 reanudada_desde_ejecucion property string.
       01 punto_control_ejecucion property string.
       01 simulacion_ejecucion property binary-long.

       end class.
