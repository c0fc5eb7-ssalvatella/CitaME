       *> respuestas_triaje y triaje_resultados) para que el médico
       *> las vea en la consulta y para auditar qué regla disparó.
       *> Las preguntas y su puntuación se mantienen desde la pantalla
       *> del administrador, sin tocar código. Las preguntas marcadas
       *> como de enfermedad transmisible llevan al aislamiento del
       *> paciente en el check-in (ver Cita::EvaluarAislamiento).
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.Triaje.

       01 texto_pregunta property string.
       01 puntos_pregunta property binary-short.
       01 bandera_roja_pregunta property binary-short.
       01 transmisible_pregunta property binary-short.
       01 orden_pregunta property binary-short.

       *>
       *>     texto (str): Texto de la pregunta
       *>     puntos (int): Puntos que suma un "sí"
       *>     banderaRoja (Boolean): True si un "sí" es urgente directo
       *>     transmisible (Boolean): True si un "sí" indica sospecha de
       *>                             enfermedad transmisible
       *>     orden (int): Posición en el cuestionario
       *>
       *> Devuelve:
       01 textoSQL pic x(255).
       01 puntosSQL pic S9(4) COMP-4.
       01 banderaSQL pic 9.
       01 transmisibleSQL pic 9.
       01 ordenSQL pic S9(4) COMP-4.
       procedure division using by value especialidad as string
                                         texto as string
                                         puntos as binary-short
                                         banderaRoja as type Boolean
                                         transmisible as type Boolean
                                         orden as binary-short
                                   returning exito as type Boolean.

           else
               set banderaSQL to 0
           end-if
           if transmisible
               set transmisibleSQL to 1
           else
               set transmisibleSQL to 0
           end-if
           set ordenSQL to orden.

           exec sql
               insert into preguntas_triaje
                   (especialidad_pregunta, texto_pregunta, puntos_pregunta,
                    bandera_roja_pregunta, transmisible_pregunta, orden_pregunta)
               values
                   (:especialidadSQL, :textoSQL, :puntosSQL,
                    :banderaSQL, :transmisibleSQL, :ordenSQL)
           end-exec.

           if SQLCODE < 0
       01 texto pic x(255).
       01 puntos pic S9(4) COMP-4.
       01 bandera pic 9.
       01 transmisible pic 9.
       01 orden pic S9(4) COMP-4.
       procedure division using by value especialidad as string
                                   returning preguntas as List[type Triaje].
           exec sql
               declare preguntasTriajeTbl cursor for
                   select p.id_pregunta, p.especialidad_pregunta, p.texto_pregunta,
                          p.puntos_pregunta, p.bandera_roja_pregunta,
                          coalesce(p.transmisible_pregunta, 0), p.orden_pregunta
                   from preguntas_triaje as p
                   where p.especialidad_pregunta = ''
                      or p.especialidad_pregunta = :especialidadSQL

               exec sql
                   fetch preguntasTriajeTbl into
                   :idPregunta, :especialidadFila, :texto, :puntos, :bandera, :transmisible, :orden
               end-exec

               if SQLCODE = 100
               set preguntaActual::texto_pregunta to (texto as string)::Trim()
               set preguntaActual::puntos_pregunta to puntos
               set preguntaActual::bandera_roja_pregunta to bandera
               set preguntaActual::transmisible_pregunta to transmisible
               set preguntaActual::orden_pregunta to orden

               invoke preguntas::Add(preguntaActual)
