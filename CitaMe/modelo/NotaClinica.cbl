       *> diagnostico_cita. Las especialidades sin plantilla siguen
       *> usando el diagnóstico de texto libre de siempre.
       *>
       *> Las secciones que escribe un residente quedan pendientes de
       *> supervisión hasta el refrendo de su tutor (columna
       *> pendiente_supervision_nota, ver modelo SupervisionMir).
       *>
       *> Cerrada la consulta (Cita::ConsultaCerrada) las notas son de
       *> solo lectura: las correcciones se añaden como adendas
       *> firmadas (ver modelo AdendaClinica).
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.NotaClinica.

       01 cita_nota property pic S9(9) COMP-4.
       01 seccion_nota property string.
       01 texto_nota property string.
       01 pendiente_supervision_nota property binary-short.

       *>
       *> ConfigurarSeccion
       *> RegistrarNota
       *>
       *> Guarda (o sustituye) el texto de una sección de la nota
       *> estructurada de una cita, mientras la consulta siga abierta.
       *>
       *> Parámetros:
       *>     idCita (int): Cita de la consulta
       01 idCitaSQL pic S9(9) COMP-4.
       01 seccionSQL pic x(50).
       01 textoSQL pic x(4000).
       01 idNotaNueva pic S9(9) COMP-4.
       01 detalleSupervision string.
       01 modeloSupervision type CitaMe.modelo.SupervisionMir.
       01 modeloCita type CitaMe.modelo.Cita.
       procedure division using by value idCita as binary-long
                                         seccion as string
                                         texto as string
                                   returning exito as type Boolean.

           *> Consulta cerrada: la nota ya no se puede sustituir
           set modeloCita to new CitaMe.modelo.Cita().
           if modeloCita::ConsultaCerrada(idCita)
               set exito to False
               goback
           end-if

           set idCitaSQL to idCita.
           set seccionSQL to seccion::Trim().
           set textoSQL to texto.
               set exito to False
           else
               set exito to True
               exec sql
                   select LAST_INSERT_ID() into :idNotaNueva
               end-exec
           end-if

           exec sql
               commit
           end-exec.

           *> Si la consulta es de un residente, la sección queda
           *> pendiente de la supervisión de su tutor
           if exito
               set detalleSupervision to type String::Concat(seccion::Trim(), ": ", texto::Trim())
               set modeloSupervision to new CitaMe.modelo.SupervisionMir()
               invoke modeloSupervision::RegistrarPendiente(idCita, "Nota", idNotaNueva, detalleSupervision)
           end-if

       end method.

       *>
       01 seccion pic x(50).
       01 texto pic x(4000).
       01 textoStr string.
       01 pendienteSupervision pic S9(4) COMP-4.
       procedure division using by value idCita as binary-long
                                   returning notas as List[type NotaClinica].


           exec sql
               declare notasCitaTbl cursor for
                   select n.id_nota, n.seccion_nota, n.texto_nota,
                          coalesce(n.pendiente_supervision_nota, 0)
                   from notas_clinicas as n
                   left join plantillas_notas as p on (n.seccion_nota = p.seccion_plantilla)
                   where n.cita_nota = :idCitaSQL
           perform until SQLCODE = 100

               exec sql
                   fetch notasCitaTbl into :idNota, :seccion, :texto, :pendienteSupervision
               end-exec

               if SQLCODE = 100
               set notaActual::seccion_nota to (seccion as string)::Trim()
               set textoStr to texto as string
               set notaActual::texto_nota to textoStr::TrimEnd()
               set notaActual::pendiente_supervision_nota to pendienteSupervision

               invoke notas::Add(notaActual)

