       *> id de cita, de modo que los adjuntos sobreviven al archivado
       *> de la cita en citas_historico.
       *>
       *> Un documento no es visible para el paciente (a través del
       *> API) hasta que se libera expresamente (ver
       *> LiberarDocumentosCita).
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.Documento.

       01 descripcion_documento property string.
       01 ruta_documento property string.
       01 fecha_documento property string.
       01 liberado_documento property binary-short.

       *> Habilita las variables de SQL
       exec sql

       end method.

       *>
       *> LiberarDocumentosCita
       *>
       *> Libera al paciente los documentos adjuntos a una cita que
       *> todavía no lo estaban, para que pueda descargarlos a través
       *> del API.
       *>
       *> Parámetros:
       *>     idCita (int): Cita cuyos documentos se liberan
       *>
       *> Devuelve:
       *>     int: Número de documentos liberados, -1 en caso de error
       *>
       method-id LiberarDocumentosCita.
       local-storage section.
       01 idCitaSQL pic S9(9) COMP-4.
       01 fechaSQL pic x(19).
       procedure division using by value idCita as binary-long
                                   returning liberados as binary-long.

           set idCitaSQL to idCita.
           set fechaSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           exec sql
               update documentos_cita
               set liberado_documento = 1,
                   fecha_liberacion_documento = :fechaSQL
               where cita_documento = :idCitaSQL
                 and coalesce(liberado_documento, 0) = 0
           end-exec.

           if SQLCODE < 0
               set liberados to -1
               exec sql
                   rollback
               end-exec
               goback
           end-if

           set liberados to SQLERRD(3).

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> DevuelveDocumentosLiberadosPaciente
       *>
       *> Devuelve los documentos liberados al paciente de todas sus
       *> citas, incluidas las archivadas, del más reciente al más
       *> antiguo.
       *>
       *> Parámetros:
       *>     idPaciente (int): Paciente a consultar
       *>
       *> Devuelve:
       *>     List[Documento]: documentos liberados del paciente
       *>
       method-id DevuelveDocumentosLiberadosPaciente.
       local-storage section.
       01 idPacienteSQL pic S9(9) COMP-4.
       01 documentoActual type Documento.
       01 idDocumento pic S9(9) COMP-4.
       01 idCitaFila pic S9(9) COMP-4.
       01 tipo pic x(25).
       01 descripcion pic x(255).
       01 ruta pic x(255).
       01 fechaSQL pic x(10).
       procedure division using by value idPaciente as binary-short
                                   returning documentos as List[type Documento].

           set documentos to new List[type Documento]().
           set idPacienteSQL to idPaciente.

           exec sql
               declare documentosLiberadosTbl cursor for
                   select d.id_documento, d.cita_documento, d.tipo_documento,
                          coalesce(d.descripcion_documento, ''), d.ruta_documento, d.fecha_documento
                   from documentos_cita as d
                   inner join (
                       select c.id_cita, c.paciente_cita from citas as c
                       union all
                       select h.id_cita, h.paciente_cita from citas_historico as h
                   ) as t on (d.cita_documento = t.id_cita)
                   where t.paciente_cita = :idPacienteSQL
                     and coalesce(d.liberado_documento, 0) = 1
                   order by d.id_documento desc
           end-exec.

           exec sql
               open documentosLiberadosTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100

               exec sql
                   fetch documentosLiberadosTbl into
                   :idDocumento, :idCitaFila, :tipo, :descripcion, :ruta, :fechaSQL
               end-exec

               if SQLCODE = 0
                   set documentoActual to new Documento()
                   set documentoActual::id_documento to idDocumento
                   set documentoActual::cita_documento to idCitaFila
                   set documentoActual::tipo_documento to (tipo as string)::Trim()
                   set documentoActual::descripcion_documento to (descripcion as string)::Trim()
                   set documentoActual::ruta_documento to (ruta as string)::Trim()
                   set documentoActual::fecha_documento to fechaSQL
                   set documentoActual::liberado_documento to 1
                   invoke documentos::Add(documentoActual)
               end-if

           end-perform.

           exec sql
               close documentosLiberadosTbl
           end-exec.

       end method.

       end class.
