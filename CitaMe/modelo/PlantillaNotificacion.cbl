       *> sustituye a la vigente sin perder el histórico), con
       *> sustitución de marcadores:
       *>   {paciente} {fecha} {hora} {medico} {centro} {motivo}
       *> La plantilla Resumen, que reúne en un solo correo los avisos
       *> pendientes de un paciente (ver
       *> Notificador::ProcesarBuzonSalida), admite además {avisos}.
       *> El idioma lo elige la preferencia del paciente (ver
       *> Usuario::ConfigurarIdioma); sin variante en su idioma se cae
       *> a la plantilla en español, y sin plantilla ninguna rige el
       *> a medio rellenar nunca deje avisos sin salir.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.PlantillaNotificacion.

