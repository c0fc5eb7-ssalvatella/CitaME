       *>
       *> Derivacion
       *>
       *> Clase que encapsula el seguimiento de las derivaciones
       *> externas (hospital o especialista de fuera del centro): se
       *> registran al generar el informe clínico de derivación, con
       *> destino, prioridad y motivo, y se sigue su estado hasta que
       *> vuelve el informe de respuesta, que se adjunta como documento
       *> de la cita de origen (ver Documento::RegistrarDocumento) y
       *> queda así en el historial del paciente.
       *>
       *> Estados: Enviada, Cita concedida, Vista, Informe recibido.
       *> Las derivaciones sin informe cuyo último movimiento (cambio
       *> de estado o reclamación) tiene más de dias_reclamar_derivacion
       *> días (la mitad si es Preferente) entran en la lista de
       *> reclamación del médico que deriva.
       *>
       *> Tabla: derivaciones_externas (id_derivacion, cita_derivacion,
       *> paciente_derivacion, medico_derivacion, destino_derivacion,
       *> prioridad_derivacion, motivo_derivacion, fecha_derivacion,
       *> estado_derivacion, fecha_estado_derivacion,
       *> fecha_reclamacion_derivacion, documento_derivacion)
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.Derivacion.

       working-storage section.

       01 id_derivacion property binary-long.
       01 cita_derivacion property binary-long.
       01 paciente_derivacion property binary-long.
       01 nombre_paciente_derivacion property string.
       01 medico_derivacion property binary-long.
       01 destino_derivacion property string.
       01 prioridad_derivacion property string.
       01 motivo_derivacion property string.
       01 fecha_derivacion property string.
       01 estado_derivacion property string.
       01 fecha_estado_derivacion property string.
       01 fecha_reclamacion_derivacion property string.
       01 documento_derivacion property binary-long.
       01 dias_sin_respuesta_derivacion property binary-long.

       *> Días sin movimiento tras los que se reclama una derivación
       *> si no está configurado dias_reclamar_derivacion
       01 DIAS_RECLAMAR_DEFECTO binary-short value 30.

       01 modeloErrores type CitaMe.modelo.RegistroErrores.

       01 mfsqlmessagetext pic x(355) values "".

       *> Habilita las variables de SQL
       exec sql
           include sqlca
       end-exec.

       method-id NEW.
       procedure division.
           set modeloErrores to new CitaMe.modelo.RegistroErrores().
           goback.
       end method.

       *>
       *> RegistrarDerivacion
       *>
       *> Registra una derivación externa en estado Enviada.
       *>
       *> Parámetros:
       *>     idCita (int): Cita desde la que se deriva
       *>     idPaciente (int): Paciente derivado
       *>     idMedico (int): Médico que deriva
       *>     destino (str): Hospital o especialista de destino
       *>     prioridad (str): "Preferente" u "Ordinaria"
       *>     motivo (str): Motivo de la derivación
       *>
       *> Devuelve:
       *>     int: id de la derivación, 0 en caso de error
       *>
       method-id RegistrarDerivacion.
       local-storage section.
       01 idCitaSQL pic S9(9) COMP-4.
       01 idPacienteSQL pic S9(9) COMP-4.
       01 idMedicoSQL pic S9(9) COMP-4.
       01 destinoSQL pic x(150).
       01 prioridadSQL pic x(15).
       01 motivoSQL pic x(500).
       01 ahoraSQL pic x(19).
       01 idDerivacionSQL pic S9(9) COMP-4.
       procedure division using by value idCita as binary-long
                                         idPaciente as binary-long
                                         idMedico as binary-long
                                         destino as string
                                         prioridad as string
                                         motivo as string
                                   returning idDerivacion as binary-long.

           set idDerivacion to 0.
           set idCitaSQL to idCita.
           set idPacienteSQL to idPaciente.
           set idMedicoSQL to idMedico.
           set destinoSQL to destino::Trim().
           if prioridad::Trim()::Equals("Preferente")
               set prioridadSQL to "Preferente"
           else
               set prioridadSQL to "Ordinaria"
           end-if
           set motivoSQL to motivo::Trim().
           set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           exec sql
               insert into derivaciones_externas
                   (cita_derivacion, paciente_derivacion, medico_derivacion,
                    destino_derivacion, prioridad_derivacion, motivo_derivacion,
                    fecha_derivacion, estado_derivacion, fecha_estado_derivacion,
                    documento_derivacion)
               values
                   (:idCitaSQL, :idPacienteSQL, :idMedicoSQL,
                    :destinoSQL, :prioridadSQL, :motivoSQL,
                    :ahoraSQL, 'Enviada', :ahoraSQL, 0)
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("Derivacion::RegistrarDerivacion", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               goback
           end-if

           exec sql
               select LAST_INSERT_ID() into :idDerivacionSQL
           end-exec.

           exec sql
               commit
           end-exec.
           set idDerivacion to idDerivacionSQL.

       end method.

       *>
       *> CambiarEstado
       *>
       *> Avanza el estado de una derivación (Cita concedida, Vista).
       *> El estado Informe recibido sólo se alcanza adjuntando el
       *> informe (ver AdjuntarInforme).
       *>
       *> Parámetros:
       *>     idDerivacion (int): Derivación
       *>     estado (str): Estado nuevo
       *>
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>              False si el estado no es válido o hay un error
       *>
       method-id CambiarEstado.
       local-storage section.
       01 idDerivacionSQL pic S9(9) COMP-4.
       01 estadoSQL pic x(20).
       01 ahoraSQL pic x(19).
       procedure division using by value idDerivacion as binary-long
                                         estado as string
                                   returning exito as type Boolean.

           set exito to False.
           if not estado::Trim()::Equals("Cita concedida")
               and not estado::Trim()::Equals("Vista")
               goback
           end-if

           set idDerivacionSQL to idDerivacion.
           set estadoSQL to estado::Trim().
           set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           exec sql
               update derivaciones_externas
               set estado_derivacion = :estadoSQL,
                   fecha_estado_derivacion = :ahoraSQL
               where id_derivacion = :idDerivacionSQL
                 and estado_derivacion <> 'Informe recibido'
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("Derivacion::CambiarEstado", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               goback
           end-if

           exec sql
               commit
           end-exec.
           set exito to True.

       end method.

       *>
       *> AdjuntarInforme
       *>
       *> Adjunta el informe de respuesta de una derivación como
       *> documento de su cita de origen, de modo que aparece en el
       *> historial del paciente, y la cierra en estado Informe
       *> recibido.
       *>
       *> Parámetros:
       *>     idDerivacion (int): Derivación
       *>     rutaOrigen (str): Ruta del fichero del informe
       *>
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>              False si el fichero no existe o hay un error
       *>
       method-id AdjuntarInforme.
       local-storage section.
       01 idDerivacionSQL pic S9(9) COMP-4.
       01 idCitaSQL pic S9(9) COMP-4.
       01 destino pic x(150).
       01 idDocumentoSQL pic S9(9) COMP-4.
       01 ahoraSQL pic x(19).
       01 modeloDocumento type CitaMe.modelo.Documento.
       procedure division using by value idDerivacion as binary-long
                                         rutaOrigen as string
                                   returning exito as type Boolean.

           set exito to False.
           set idDerivacionSQL to idDerivacion.

           exec sql
               select cita_derivacion, destino_derivacion
               into :idCitaSQL, :destino
               from derivaciones_externas
               where id_derivacion = :idDerivacionSQL
           end-exec.

           if not SQLCODE = 0
               goback
           end-if

           set modeloDocumento to new CitaMe.modelo.Documento().
           if not modeloDocumento::RegistrarDocumento(idCitaSQL, "Informe derivación",
               type String::Concat("Respuesta de ", (destino as string)::Trim()), rutaOrigen)
               goback
           end-if

           exec sql
               select max(id_documento) into :idDocumentoSQL
               from documentos_cita
               where cita_documento = :idCitaSQL
           end-exec.
           if not SQLCODE = 0
               set idDocumentoSQL to 0
           end-if

           set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           exec sql
               update derivaciones_externas
               set estado_derivacion = 'Informe recibido',
                   fecha_estado_derivacion = :ahoraSQL,
                   documento_derivacion = :idDocumentoSQL
               where id_derivacion = :idDerivacionSQL
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("Derivacion::AdjuntarInforme", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               goback
           end-if

           exec sql
               commit
           end-exec.
           set exito to True.

       end method.

       *>
       *> ReclamarDerivacion
       *>
       *> Deja constancia de que el médico ha reclamado la respuesta
       *> de una derivación; vuelve a entrar en la lista de reclamación
       *> si pasa otro plazo completo sin movimiento.
       *>
       *> Parámetros:
       *>     idDerivacion (int): Derivación reclamada
       *>
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>              False en caso de error
       *>
       method-id ReclamarDerivacion.
       local-storage section.
       01 idDerivacionSQL pic S9(9) COMP-4.
       01 ahoraSQL pic x(19).
       procedure division using by value idDerivacion as binary-long
                                   returning exito as type Boolean.

           set idDerivacionSQL to idDerivacion.
           set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           exec sql
               update derivaciones_externas
               set fecha_reclamacion_derivacion = :ahoraSQL
               where id_derivacion = :idDerivacionSQL
           end-exec.

           if SQLCODE < 0
               set exito to False
               invoke modeloErrores::RegistrarError("Derivacion::ReclamarDerivacion", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               goback
           end-if

           exec sql
               commit
           end-exec.
           set exito to True.

       end method.

       *>
       *> DevuelveDerivacionesPaciente
       *>
       *> Derivaciones externas de un paciente, de la más reciente a
       *> la más antigua, con su estado.
       *>
       *> Parámetros:
       *>     idPaciente (int): Paciente
       *>
       *> Devuelve:
       *>     List[Derivacion]: derivaciones del paciente
       *>
       method-id DevuelveDerivacionesPaciente.
       local-storage section.
       01 idPacienteSQL pic S9(9) COMP-4.
       01 derivacionActual type Derivacion.
       01 idDerivacion pic S9(9) COMP-4.
       01 idCita pic S9(9) COMP-4.
       01 idMedico pic S9(9) COMP-4.
       01 destino pic x(150).
       01 prioridad pic x(15).
       01 motivo pic x(500).
       01 fecha pic x(19).
       01 estado pic x(20).
       01 fechaEstado pic x(19).
       01 idDocumento pic S9(9) COMP-4.
       procedure division using by value idPaciente as binary-long
                                   returning derivaciones as List[type Derivacion].

           set derivaciones to new List[type Derivacion]().
           set idPacienteSQL to idPaciente.

           exec sql
               declare derivacionesPacienteTbl cursor for
                   select id_derivacion, cita_derivacion, medico_derivacion,
                          destino_derivacion, prioridad_derivacion, motivo_derivacion,
                          fecha_derivacion, estado_derivacion, fecha_estado_derivacion,
                          documento_derivacion
                   from derivaciones_externas
                   where paciente_derivacion = :idPacienteSQL
                   order by fecha_derivacion desc
           end-exec.

           exec sql
               open derivacionesPacienteTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch derivacionesPacienteTbl into
                   :idDerivacion, :idCita, :idMedico, :destino, :prioridad, :motivo,
                   :fecha, :estado, :fechaEstado, :idDocumento
               end-exec
               if SQLCODE = 0
                   set derivacionActual to new Derivacion()
                   set derivacionActual::id_derivacion to idDerivacion
                   set derivacionActual::cita_derivacion to idCita
                   set derivacionActual::paciente_derivacion to idPaciente
                   set derivacionActual::medico_derivacion to idMedico
                   set derivacionActual::destino_derivacion to (destino as string)::Trim()
                   set derivacionActual::prioridad_derivacion to (prioridad as string)::Trim()
                   set derivacionActual::motivo_derivacion to (motivo as string)::Trim()
                   set derivacionActual::fecha_derivacion to (fecha as string)::Trim()
                   set derivacionActual::estado_derivacion to (estado as string)::Trim()
                   set derivacionActual::fecha_estado_derivacion to (fechaEstado as string)::Trim()
                   set derivacionActual::documento_derivacion to idDocumento
                   invoke derivaciones::Add(derivacionActual)
               end-if
           end-perform.

           exec sql
               close derivacionesPacienteTbl
           end-exec.

       end method.

       *>
       *> DevuelveDerivacionesMedico
       *>
       *> Derivaciones de un médico sin informe de respuesta, de la
       *> más antigua a la más reciente. Con soloReclamar, sólo la
       *> lista de reclamación: las que llevan sin movimiento (cambio
       *> de estado o reclamación) más del plazo configurado en
       *> dias_reclamar_derivacion (DIAS_RECLAMAR_DEFECTO si no está
       *> configurado; la mitad para las preferentes).
       *>
       *> Parámetros:
       *>     idMedico (int): Médico que derivó
       *>     soloReclamar (bool): True para sólo las vencidas
       *>
       *> Devuelve:
       *>     List[Derivacion]: derivaciones abiertas (o a reclamar)
       *>
       method-id DevuelveDerivacionesMedico.
       local-storage section.
       01 idMedicoSQL pic S9(9) COMP-4.
       01 limiteOrdinariaSQL pic x(19).
       01 limitePreferenteSQL pic x(19).
       01 derivacionActual type Derivacion.
       01 idDerivacion pic S9(9) COMP-4.
       01 idCita pic S9(9) COMP-4.
       01 idPaciente pic S9(9) COMP-4.
       01 nombrePaciente pic x(45).
       01 apellidos pic x(80).
       01 destino pic x(150).
       01 prioridad pic x(15).
       01 motivo pic x(500).
       01 fecha pic x(19).
       01 estado pic x(20).
       01 fechaEstado pic x(19).
       01 fechaReclamacion pic x(19).
       01 ultimoMovimiento pic x(19).
       01 diasReclamar binary-long.
       01 parametros type CitaMe.modelo.Parametros.
       procedure division using by value idMedico as binary-long
                                         soloReclamar as type Boolean
                                   returning derivaciones as List[type Derivacion].

           set derivaciones to new List[type Derivacion]().
           set idMedicoSQL to idMedico.

           if soloReclamar
               set parametros to new CitaMe.modelo.Parametros()
               set diasReclamar to parametros::DevuelveEntero("dias_reclamar_derivacion", DIAS_RECLAMAR_DEFECTO)
               set limiteOrdinariaSQL to type DateTime::Now::AddDays(- diasReclamar)::ToString("yyyy-MM-dd HH:mm:ss")
               set limitePreferenteSQL to type DateTime::Now::AddDays(- (diasReclamar / 2))::ToString("yyyy-MM-dd HH:mm:ss")
           else
               set limiteOrdinariaSQL to "9999-12-31 23:59:59"
               set limitePreferenteSQL to "9999-12-31 23:59:59"
           end-if

           exec sql
               declare reclamarDerivacionesTbl cursor for
                   select d.id_derivacion, d.cita_derivacion, d.paciente_derivacion,
                          coalesce(u.nombre_real_usuario, ''), coalesce(u.apellidos_usuario, ''),
                          d.destino_derivacion, d.prioridad_derivacion, d.motivo_derivacion,
                          d.fecha_derivacion, d.estado_derivacion, d.fecha_estado_derivacion,
                          coalesce(d.fecha_reclamacion_derivacion, ''),
                          greatest(d.fecha_estado_derivacion, coalesce(d.fecha_reclamacion_derivacion, d.fecha_estado_derivacion))
                   from derivaciones_externas as d
                   left join usuarios as u on (d.paciente_derivacion = u.id_usuario)
                   where d.medico_derivacion = :idMedicoSQL
                     and d.estado_derivacion <> 'Informe recibido'
                     and ((d.prioridad_derivacion = 'Preferente'
                           and greatest(d.fecha_estado_derivacion, coalesce(d.fecha_reclamacion_derivacion, d.fecha_estado_derivacion)) <= :limitePreferenteSQL)
                       or (d.prioridad_derivacion <> 'Preferente'
                           and greatest(d.fecha_estado_derivacion, coalesce(d.fecha_reclamacion_derivacion, d.fecha_estado_derivacion)) <= :limiteOrdinariaSQL))
                   order by d.fecha_derivacion asc
           end-exec.

           exec sql
               open reclamarDerivacionesTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch reclamarDerivacionesTbl into
                   :idDerivacion, :idCita, :idPaciente, :nombrePaciente, :apellidos,
                   :destino, :prioridad, :motivo, :fecha, :estado, :fechaEstado,
                   :fechaReclamacion, :ultimoMovimiento
               end-exec
               if SQLCODE = 0
                   set derivacionActual to new Derivacion()
                   set derivacionActual::id_derivacion to idDerivacion
                   set derivacionActual::cita_derivacion to idCita
                   set derivacionActual::paciente_derivacion to idPaciente
                   set derivacionActual::nombre_paciente_derivacion to type String::Concat(
                       (nombrePaciente as string)::Trim(), " ", (apellidos as string)::Trim())
                   set derivacionActual::medico_derivacion to idMedico
                   set derivacionActual::destino_derivacion to (destino as string)::Trim()
                   set derivacionActual::prioridad_derivacion to (prioridad as string)::Trim()
                   set derivacionActual::motivo_derivacion to (motivo as string)::Trim()
                   set derivacionActual::fecha_derivacion to (fecha as string)::Trim()
                   set derivacionActual::estado_derivacion to (estado as string)::Trim()
                   set derivacionActual::fecha_estado_derivacion to (fechaEstado as string)::Trim()
                   set derivacionActual::fecha_reclamacion_derivacion to (fechaReclamacion as string)::Trim()
                   set derivacionActual::dias_sin_respuesta_derivacion to (type DateTime::Now -
                       type DateTime::ParseExact((ultimoMovimiento as string)::Trim(), "yyyy-MM-dd HH:mm:ss",
                           type System.Globalization.CultureInfo::InvariantCulture))::Days
                   invoke derivaciones::Add(derivacionActual)
               end-if
           end-perform.

           exec sql
               close reclamarDerivacionesTbl
           end-exec.

       end method.

       end class.
