       *> coste de los rechazos.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.Autorizacion.

           set idCitaSQL to idCita.
           set hoySQL to type DateTime::Now::ToString("yyyy-MM-dd").

           *> El paciente de la cita debe estar cubierto por una mutua,
           *> y la cita no haberse pasado a tarifa privada (ver
           *> Cita::PasarCitaAPrivado)
           set idMutua to 0.
           exec sql
               select coalesce((
                   select pm.mutua_paciente from paciente_mutua as pm
                   inner join citas as c on (c.paciente_cita = pm.paciente_mutua)
                   where c.id_cita = :idCitaSQL
                     and coalesce(c.privada_cita, 0) = 0
               ), 0) into :idMutua
           end-exec.

