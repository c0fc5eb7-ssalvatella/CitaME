       *> cancelación de citas por especialidad.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.InformeEspecialidad.

       01 tasa_ocupacion property binary-short.
       01 encuestas_respondidas_especialidad property binary-long.
       01 satisfaccion_media_especialidad property binary-short.
       *> Llenado de la semana por canal de reserva, p.ej.
       *> "Web 12/40, Api 5/20, Mostrador 30/30, Urgente 1/10"
       01 ocupacion_canales_especialidad property string.

       end class.
