       *>
       *> PuntoControl
       *>
       *> Puntos de control de las tareas largas del planificador
       *> (archivado, anonimización, reconstrucción de disponibilidad,
       *> facturación pendiente y cierres mensuales). Estas tareas
       *> confirman su trabajo por lotes y, con cada lote, anotan en
       *> tareas_puntos_control la última clave procesada y las filas
       *> acumuladas. Si la conexión se cae o el equipo se reinicia a
       *> mitad, la siguiente ejecución continúa desde esa clave en vez
       *> de empezar de cero; al terminar, la tarea borra su punto de
       *> control. El planificador deja en cada ejecución desde qué
       *> clave se reanudó y hasta cuál llegó (ver
       *> PlanificadorTareas::EjecutarTarea).
       *>
       *> El lote y su punto de control se confirman juntos: la tarea
       *> no hace commit de sus filas, lo hace Guardar al anotar la
       *> clave, de modo que nunca queda un lote confirmado sin su
       *> punto de control ni al revés.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.PuntoControl.

       working-storage section.

       01 tarea_punto property string.
       01 clave_punto property string.
       01 filas_punto property binary-long.
       01 inicio_punto property string.
       01 fecha_punto property string.
       01 estacion_punto property string.

       *> Filas por lote de las tareas largas (configurable con el
       *> parámetro filas_lote_tareas)
       01 FILAS_POR_LOTE binary-long value 500.

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
       *> DevuelveTamanioLote
       *>
       *> Filas que una tarea larga procesa entre dos puntos de
       *> control.
       *>
       *> Devuelve:
       *>     int: filas por lote
       *>
       method-id DevuelveTamanioLote.
       local-storage section.
       01 parametros type CitaMe.modelo.Parametros.
       procedure division returning tamanio as binary-long.

           set parametros to new CitaMe.modelo.Parametros().
           set tamanio to parametros::DevuelveEntero("filas_lote_tareas", FILAS_POR_LOTE).
           if tamanio < 1
               set tamanio to FILAS_POR_LOTE
           end-if

       end method.

       *>
       *> DevuelveClave
       *>
       *> Última clave procesada por una ejecución interrumpida de la
       *> tarea.
       *>
       *> Parámetros:
       *>     tarea (str): Nombre de la tarea
       *>
       *> Devuelve:
       *>     str: la clave, o "" si no hay ejecución a medias
       *>
       method-id DevuelveClave.
       local-storage section.
       01 tareaSQL pic x(40).
       01 claveSQL pic x(60).
       procedure division using by value tarea as string
                                   returning clave as string.

           set clave to "".
           set tareaSQL to tarea.

           exec sql
               select p.clave_punto into :claveSQL
               from tareas_puntos_control as p
               where p.tarea_punto = :tareaSQL
           end-exec.

           if SQLCODE = 0
               set clave to (claveSQL as string)::Trim()
           end-if.

       end method.

       *>
       *> DevuelveFilas
       *>
       *> Filas ya procesadas por la ejecución interrumpida de la
       *> tarea, para que el total de la ejecución que la reanuda
       *> cuente desde ahí.
       *>
       *> Parámetros:
       *>     tarea (str): Nombre de la tarea
       *>
       *> Devuelve:
       *>     int: filas procesadas, 0 si no hay ejecución a medias
       *>
       method-id DevuelveFilas.
       local-storage section.
       01 tareaSQL pic x(40).
       01 filasSQL pic S9(9) COMP-4.
       procedure division using by value tarea as string
                                   returning filas as binary-long.

           set filas to 0.
           set tareaSQL to tarea.

           exec sql
               select p.filas_punto into :filasSQL
               from tareas_puntos_control as p
               where p.tarea_punto = :tareaSQL
           end-exec.

           if SQLCODE = 0
               set filas to filasSQL
           end-if.

       end method.

       *>
       *> Guardar
       *>
       *> Anota la última clave procesada por la tarea y confirma, en
       *> la misma transacción, el lote que la tarea acaba de escribir.
       *>
       *> Parámetros:
       *>     tarea (str): Nombre de la tarea
       *>     clave (str): Última clave procesada
       *>     filas (int): Filas procesadas en total hasta esa clave
       *>
       *> Devuelve:
       *>     Boolean: True si el lote y su punto de control quedaron
       *>              confirmados
       *>
       method-id Guardar.
       local-storage section.
       01 tareaSQL pic x(40).
       01 claveSQL pic x(60).
       01 filasSQL pic S9(9) COMP-4.
       01 fechaSQL pic x(19).
       01 estacionSQL pic x(40).
       procedure division using by value tarea as string
                                         clave as string
                                         filas as binary-long
                                   returning exito as type Boolean.

           set exito to False.
           set tareaSQL to tarea.
           set claveSQL to clave.
           set filasSQL to filas.
           set fechaSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").
           set estacionSQL to type Environment::MachineName.

           exec sql
               update tareas_puntos_control
               set clave_punto = :claveSQL,
                   filas_punto = :filasSQL,
                   fecha_punto = :fechaSQL,
                   estacion_punto = :estacionSQL
               where tarea_punto = :tareaSQL
           end-exec.

           if SQLCODE >= 0 and SQLERRD(3) = 0
               exec sql
                   insert into tareas_puntos_control
                       (tarea_punto, clave_punto, filas_punto, inicio_punto, fecha_punto, estacion_punto)
                   values
                       (:tareaSQL, :claveSQL, :filasSQL, :fechaSQL, :fechaSQL, :estacionSQL)
               end-exec
           end-if

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("PuntoControl::Guardar", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               goback
           end-if

           exec sql
               commit
           end-exec.

           if SQLCODE = 0
               set exito to True
           end-if.

       end method.

       *>
       *> Borrar
       *>
       *> Borra el punto de control de una tarea que ha terminado, y
       *> confirma a la vez su último lote.
       *>
       *> Parámetros:
       *>     tarea (str): Nombre de la tarea
       *>
       method-id Borrar.
       local-storage section.
       01 tareaSQL pic x(40).
       procedure division using by value tarea as string.

           set tareaSQL to tarea.

           exec sql
               delete from tareas_puntos_control
               where tarea_punto = :tareaSQL
           end-exec.

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> DevuelvePuntos
       *>
       *> Devuelve los puntos de control vigentes: tareas en curso o
       *> interrumpidas, con la clave y las filas a las que han
       *> llegado.
       *>
       *> Devuelve:
       *>     List[PuntoControl]: puntos de control vigentes
       *>
       method-id DevuelvePuntos.
       local-storage section.
       01 tareaSQL pic x(40).
       01 claveSQL pic x(60).
       01 filasSQL pic S9(9) COMP-4.
       01 inicioSQL pic x(19).
       01 fechaSQL pic x(19).
       01 estacionSQL pic x(40).
       01 puntoActual type PuntoControl.
       procedure division returning puntos as List[type PuntoControl].

           set puntos to new List[type PuntoControl]().

           exec sql
               declare puntosControlTbl cursor for
                   select p.tarea_punto, p.clave_punto, p.filas_punto,
                          p.inicio_punto, p.fecha_punto, coalesce(p.estacion_punto, '')
                   from tareas_puntos_control as p
                   order by p.tarea_punto
           end-exec.

           exec sql
               open puntosControlTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch puntosControlTbl into
                   :tareaSQL, :claveSQL, :filasSQL, :inicioSQL, :fechaSQL, :estacionSQL
               end-exec

               if SQLCODE = 0
                   set puntoActual to new PuntoControl()
                   set puntoActual::tarea_punto to (tareaSQL as string)::Trim()
                   set puntoActual::clave_punto to (claveSQL as string)::Trim()
                   set puntoActual::filas_punto to filasSQL
                   set puntoActual::inicio_punto to (inicioSQL as string)::Trim()
                   set puntoActual::fecha_punto to (fechaSQL as string)::Trim()
                   set puntoActual::estacion_punto to (estacionSQL as string)::Trim()
                   invoke puntos::Add(puntoActual)
               end-if
           end-perform.

           exec sql
               close puntosControlTbl
           end-exec.

       end method.

       end class.
