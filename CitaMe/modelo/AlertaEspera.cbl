       *>
       *> AlertaEspera
       *>
       *> Clase que encapsula los avisos en vivo de espera excesiva en
       *> sala: mientras un paciente que ya ha hecho el check-in (ver
       *> Cita::RegistrarLlegada) sigue sin ser llamado, las colas
       *> (Cita::DevuelveSalaEspera y Cita::DevuelveSalaEsperaMedico)
       *> comparan su espera con los umbrales de la especialidad de su
       *> médico (especialidades.umbral_aviso_espera y
       *> umbral_escalado_espera, ver Medico::ConfigurarUmbralesEspera;
       *> sin configurar rigen los parámetros umbral_aviso_espera y
       *> umbral_escalado_espera, 30 y 60 minutos).
       *>
       *> Cada aviso queda anotado una sola vez por cita y nivel en la
       *> tabla alertas_espera (id_alerta, cita_alerta, medico_alerta,
       *> especialidad_alerta, nivel_alerta "Aviso" o "Escalado",
       *> fecha_alerta, minutos_alerta y fecha_reaccion_alerta, que se
       *> rellena cuando el paciente es llamado o empieza su consulta).
       *> Al escalar se envía además un correo al coordinador
       *> (parámetro correo_coordinador_espera). Con esa tabla se sabe
       *> qué consultas superan más a menudo la espera y si el
       *> personal reaccionó (ver DevuelveInformeAlertas), a diferencia
       *> de InformeTiempos, que solo mide la espera al día siguiente.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.AlertaEspera.

       working-storage section.

       01 modeloNotificador type CitaMe.modelo.Notificador.
       01 modeloErrores type CitaMe.modelo.RegistroErrores.

       *> Umbrales generales para las especialidades sin umbral propio
       01 UMBRAL_AVISO_ESPERA binary-short value 30.
       01 UMBRAL_ESCALADO_ESPERA binary-short value 60.

       01 mfsqlmessagetext pic x(355) values "".

       *> Habilita las variables de SQL
       exec sql
           include sqlca
       end-exec.

       method-id NEW.
       procedure division.
           set modeloNotificador to new CitaMe.modelo.Notificador().
           set modeloErrores to new CitaMe.modelo.RegistroErrores().
       end method.

       *>
       *> EvaluarEspera
       *>
       *> Compara la espera de un paciente en sala con los umbrales de
       *> la especialidad de su médico y anota el aviso la primera vez
       *> que se supera cada umbral; al pasar el de escalado avisa al
       *> coordinador.
       *>
       *> Parámetros:
       *>     idCita (int): Cita en sala de espera, todavía sin llamar
       *>
       *> Devuelve:
       *>     str: "" si está dentro del umbral, "Espera N min" o
       *>          "ESCALADO: espera N min"
       *>
       method-id EvaluarEspera.
       local-storage section.
       01 idCitaSQL pic S9(9) COMP-4.
       01 idMedicoSQL pic S9(9) COMP-4.
       01 especialidadSQL pic x(25).
       01 umbralAviso pic S9(4) COMP-4.
       01 umbralEscalado pic S9(4) COMP-4.
       01 minutosEspera pic S9(9) COMP-4.
       01 nivelSQL pic x(10).
       01 ahoraSQL pic x(19).
       01 horaCita pic x(8).
       01 sala pic x(25).
       01 correoCoordinador string.
       01 parametros type CitaMe.modelo.Parametros.
       procedure division using by value idCita as binary-long
                                   returning alerta as string.

           set alerta to "".
           set idCitaSQL to idCita.
           set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           exec sql
               select c.medico_cita, coalesce(m.especialidad_medico, ''),
                      coalesce(e.umbral_aviso_espera, 0), coalesce(e.umbral_escalado_espera, 0),
                      timestampdiff(minute, c.llegada_cita, :ahoraSQL), c.hora_cita, coalesce(c.sala_cita, '')
               into :idMedicoSQL, :especialidadSQL, :umbralAviso, :umbralEscalado, :minutosEspera, :horaCita, :sala
               from citas as c
               left join medicos as m on (c.medico_cita = m.id_usuario_medico)
               left join especialidades as e on (m.especialidad_medico = e.nombre_especialidad)
               where c.id_cita = :idCitaSQL
                 and c.llegada_cita is not null
                 and c.llamada_cita is null
                 and c.diagnostico_cita is null
           end-exec.

           if not SQLCODE = 0
               goback
           end-if

           if umbralAviso <= 0
               set parametros to new CitaMe.modelo.Parametros()
               set umbralAviso to parametros::DevuelveEntero("umbral_aviso_espera", UMBRAL_AVISO_ESPERA)
               set umbralEscalado to parametros::DevuelveEntero("umbral_escalado_espera", UMBRAL_ESCALADO_ESPERA)
           end-if

           if minutosEspera < umbralAviso
               goback
           end-if

           if minutosEspera >= umbralEscalado
               set nivelSQL to "Escalado"
               set alerta to type String::Concat("ESCALADO: espera ", minutosEspera::ToString(), " min")
           else
               set nivelSQL to "Aviso"
               set alerta to type String::Concat("Espera ", minutosEspera::ToString(), " min")
           end-if

           *> Cada nivel se anota una sola vez por cita; al escalar se
           *> anota también el aviso si la cola no se consultó entre
           *> ambos umbrales
           exec sql
               insert into alertas_espera
                   (cita_alerta, medico_alerta, especialidad_alerta, nivel_alerta, fecha_alerta, minutos_alerta)
               select :idCitaSQL, :idMedicoSQL, :especialidadSQL, 'Aviso', :ahoraSQL, :minutosEspera
               from dual
               where not exists (
                   select 1 from alertas_espera as a
                   where a.cita_alerta = :idCitaSQL
                     and a.nivel_alerta = 'Aviso'
               )
           end-exec.

           if (nivelSQL as string)::Trim()::Equals("Escalado")
               exec sql
                   insert into alertas_espera
                       (cita_alerta, medico_alerta, especialidad_alerta, nivel_alerta, fecha_alerta, minutos_alerta)
                   select :idCitaSQL, :idMedicoSQL, :especialidadSQL, 'Escalado', :ahoraSQL, :minutosEspera
                   from dual
                   where not exists (
                       select 1 from alertas_espera as a
                       where a.cita_alerta = :idCitaSQL
                         and a.nivel_alerta = 'Escalado'
                   )
               end-exec
               if SQLCODE >= 0 and SQLERRD(3) > 0
                   exec sql
                       commit
                   end-exec
                   set parametros to new CitaMe.modelo.Parametros()
                   set correoCoordinador to parametros::DevuelveTexto("correo_coordinador_espera", "")
                   invoke modeloNotificador::EnviarAlertaEspera(correoCoordinador,
                       type String::Concat("ESPERA EXCESIVA en ", (especialidadSQL as string)::Trim(), " - CitaMe"),
                       type String::Concat("La cita #", idCita::ToString(), " de las ", (horaCita as string)::Trim()::Substring(0, 5),
                           " (", (especialidadSQL as string)::Trim(), ", médico #", idMedicoSQL::ToString(), ", sala ",
                           (sala as string)::Trim(), ") lleva ", minutosEspera::ToString(),
                           " minutos en sala de espera sin ser llamada; el umbral de escalado es de ",
                           umbralEscalado::ToString(), " minutos.", type Environment::NewLine))
                   goback
               end-if
           end-if

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("AlertaEspera::EvaluarEspera", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
           end-if

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> RegistrarReaccion
       *>
       *> Anota la reacción del personal a los avisos de una cita: el
       *> momento en que el paciente es llamado o empieza su consulta.
       *>
       *> Parámetros:
       *>     idCita (int): Cita llamada
       *>
       method-id RegistrarReaccion.
       local-storage section.
       01 idCitaSQL pic S9(9) COMP-4.
       01 ahoraSQL pic x(19).
       procedure division using by value idCita as binary-long.

           set idCitaSQL to idCita.
           set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           exec sql
               update alertas_espera
               set fecha_reaccion_alerta = :ahoraSQL
               where cita_alerta = :idCitaSQL
                 and fecha_reaccion_alerta is null
           end-exec.

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> DevuelveInformeAlertas
       *>
       *> Avisos de espera excesiva de un periodo por especialidad y
       *> médico, de más a menos avisos, con el tiempo medio que tardó
       *> el paciente en ser llamado desde el aviso.
       *>
       *> Parámetros:
       *>     desde (str): Primer día yyyy-MM-dd
       *>     hasta (str): Último día yyyy-MM-dd
       *>
       *> Devuelve:
       *>     List[str]: "especialidad - médico: N avisos, M escalados,
       *>                reacción media R min, S sin reacción"
       *>
       method-id DevuelveInformeAlertas.
       local-storage section.
       01 desdeSQL pic x(19).
       01 hastaSQL pic x(19).
       01 especialidad pic x(25).
       01 nombreReal pic x(45).
       01 apellidos pic x(80).
       01 avisos pic S9(9) COMP-4.
       01 escalados pic S9(9) COMP-4.
       01 reaccionMedia pic S9(9) COMP-4.
       01 sinReaccion pic S9(9) COMP-4.
       procedure division using by value desde as string
                                         hasta as string
                                   returning lineas as List[string].

           set lineas to new List[string]().
           set desdeSQL to type String::Concat(desde, " 00:00:00").
           set hastaSQL to type String::Concat(hasta, " 23:59:59").

           exec sql
               declare alertasEsperaTbl cursor for
                   select a.especialidad_alerta, coalesce(u.nombre_real_usuario, ''), coalesce(u.apellidos_usuario, ''),
                          sum(case when a.nivel_alerta = 'Aviso' then 1 else 0 end),
                          sum(case when a.nivel_alerta = 'Escalado' then 1 else 0 end),
                          coalesce(avg(case when a.nivel_alerta = 'Aviso'
                                            then timestampdiff(minute, a.fecha_alerta, a.fecha_reaccion_alerta) end), 0),
                          sum(case when a.nivel_alerta = 'Aviso' and a.fecha_reaccion_alerta is null then 1 else 0 end)
                   from alertas_espera as a
                   left join usuarios as u on (a.medico_alerta = u.id_usuario)
                   where a.fecha_alerta between :desdeSQL and :hastaSQL
                   group by a.especialidad_alerta, a.medico_alerta, u.nombre_real_usuario, u.apellidos_usuario
                   order by 4 desc, 5 desc
           end-exec.

           exec sql
               open alertasEsperaTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch alertasEsperaTbl into :especialidad, :nombreReal, :apellidos, :avisos,
                                               :escalados, :reaccionMedia, :sinReaccion
               end-exec
               if SQLCODE = 0
                   invoke lineas::Add(type String::Concat((especialidad as string)::Trim(), " - ",
                       (nombreReal as string)::Trim(), " ", (apellidos as string)::Trim(), ": ",
                       avisos::ToString(), " avisos, ", escalados::ToString(), " escalados, reacción media ",
                       reaccionMedia::ToString(), " min, ", sinReaccion::ToString(), " sin reacción"))
               end-if
           end-perform.

           exec sql
               close alertasEsperaTbl
           end-exec.

       end method.

       end class.
