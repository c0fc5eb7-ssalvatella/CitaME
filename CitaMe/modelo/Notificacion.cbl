       *> Clase que encapsula una fila del buzón de salida de
       *> notificaciones (tabla notificaciones): a quién se escribió,
       *> de qué tipo era el aviso, sobre qué cita, y en qué estado
       *> está su entrega (Pendiente, Enviada, Fallida tras agotar los
       *> reintentos o Rebotada si el servidor de destino la devolvió,
       *> ver ReboteCorreo) y qué reglas de envío se le aplicaron
       *> (horas de silencio, límite diario, resumen). Ver
       *> Notificador::ProcesarBuzonSalida.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.Notificacion.

       01 fecha_creacion_notificacion property string.
       01 fecha_envio_notificacion property string.
       01 error_notificacion property string.
       01 reglas_notificacion property string.

       *> Ruta del fichero que viaja adjunto al correo (informes
       *> suscritos, ver SuscripcionInforme), "" si no lleva adjunto
       01 adjunto_notificacion property string.

       end class.
