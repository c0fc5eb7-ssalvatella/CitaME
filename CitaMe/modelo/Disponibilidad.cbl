       *> funcionando como hasta ahora (ver Cita::AsignarComoPaciente).
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.Disponibilidad.

       working-storage section.

       01 modeloErrores type CitaMe.modelo.RegistroErrores.

       01 mfsqlmessagetext pic x(355) values "".

       *> Habilita las variables de SQL
       exec sql
           include sqlca
       *> retiró
       01 minutosMargenDomicilio binary-short value 30.

       method-id NEW.
       procedure division.
           set modeloErrores to new CitaMe.modelo.RegistroErrores().
           goback.
       end method.

       *>
       *> OcuparHueco
       *>
       *> y las citas ya reservadas. Se autocorrigen así las
       *> discrepancias que el mantenimiento al vuelo pudiera dejar.
       *>
       *> Los huecos de cada médico se confirman junto con un punto de
       *> control (ver PuntoControl) en orden de id de médico: si la
       *> reconstrucción se interrumpe, la siguiente pasada no vuelve a
       *> vaciar la tabla y continúa por el médico siguiente al último
       *> reconstruido. Si un punto de control o un hueco no se pueden
       *> guardar, la pasada se detiene sin avanzar el punto de control,
       *> y la siguiente rehace ese médico.
       *>
       *> Parámetros:
       *>     diasHorizonte (int): Días hacia adelante a precalcular
       *>
       *> Devuelve:
       *>     int: Número de huecos libres precalculados en esta pasada
       *>
       method-id ReconstruirDisponibilidad.
       local-storage section.
       01 franja binary-short.
       01 jornadaPlantilla string.
       01 partesJornada type System.String occurs any.
       01 modeloPuntoControl type CitaMe.modelo.PuntoControl.
       01 clavePunto string.
       01 ultimoMedicoSQL pic S9(9) COMP-4.
       01 huecosPrevios binary-long.
       01 huecosPunto binary-long.
       01 huecosConfirmados binary-long.
       procedure division using by value diasHorizonte as binary-short
                                   returning totalHuecos as binary-long.

           set hoySQL to type DateTime::Now::ToString("yyyy-MM-dd").
           set huecosInsertados to 0.
           set huecosConfirmados to 0.
           set totalHuecos to 0.
           set modeloPuntoControl to new CitaMe.modelo.PuntoControl().

           *> Margen de las visitas domiciliarias vigente, para no
           *> volver a publicar los huecos que RegistrarCita retiró
           invoke CargarConfiguracionDomicilio().

           *> Se vacían los huecos futuros antes de recalcular, salvo
           *> al reanudar una reconstrucción interrumpida: los médicos
           *> ya reconstruidos conservan sus huecos
           set clavePunto to modeloPuntoControl::DevuelveClave("ReconstruirDisponibilidad").
           if clavePunto::Equals("")
               set ultimoMedicoSQL to 0
               set huecosPrevios to 0

               exec sql
                   delete from huecos_libres where fecha_hueco >= :hoySQL
               end-exec

               if not modeloPuntoControl::Guardar("ReconstruirDisponibilidad", "0", 0)
                   invoke modeloErrores::RegistrarError("Disponibilidad::ReconstruirDisponibilidad", 0, "Reconstrucción no iniciada: no se ha podido vaciar la tabla")
                   goback
               end-if
           else
               set ultimoMedicoSQL to type Int32::Parse(clavePunto)
               set huecosPrevios to modeloPuntoControl::DevuelveFilas("ReconstruirDisponibilidad")
           end-if

           *> Médicos con su jornada y la duración de cita de su
           *> especialidad (10 minutos si no está configurada)
                   from medicos as m
                   left join usuarios as u on (m.id_usuario_medico = u.id_usuario)
                   where u.activo_usuario = 1
                     and m.id_usuario_medico > :ultimoMedicoSQL
                   order by m.id_usuario_medico
           end-exec.

           exec sql
                                           insert into huecos_libres (medico_hueco, fecha_hueco, hora_hueco)
                                           values (:idMedicoSQL, :fechaSQL, :horaSQL)
                                       end-exec
                                       if SQLCODE < 0
                                           invoke modeloErrores::RegistrarError("Disponibilidad::ReconstruirDisponibilidad", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
                                           exec sql
                                               rollback
                                           end-exec
                                           set totalHuecos to huecosConfirmados
                                           goback
                                       end-if
                                       add 1 to huecosInsertados
                                   end-if
                               end-if
                   end-if
               end-perform

               set huecosPunto to huecosPrevios
               add huecosInsertados to huecosPunto
               if not modeloPuntoControl::Guardar("ReconstruirDisponibilidad", idMedicoSQL::ToString(), huecosPunto)
                   invoke modeloErrores::RegistrarError("Disponibilidad::ReconstruirDisponibilidad", 0,
                       type String::Concat("Reconstrucción interrumpida en el médico ", idMedicoSQL::ToString()))
                   set totalHuecos to huecosConfirmados
                   goback
               end-if
               set huecosConfirmados to huecosInsertados
           end-perform.

           *> Segunda pasada: sesiones extraordinarias abiertas dentro
           *> expresamente para ese día.
           add ReconstruirSesionesExtraordinarias(diasHorizonte) to huecosInsertados.

           invoke modeloPuntoControl::Borrar("ReconstruirDisponibilidad").

           set totalHuecos to huecosInsertados.

       end method.
