       *>
       *> Cuestionario
       *>
       *> Clase que encapsula los cuestionarios de salud declarados
       *> por el paciente (PHQ-9, EQ-5D, escalas de dolor...): a
       *> diferencia de la encuesta de satisfacción o de las preguntas
       *> de triaje, son instrumentos validados con puntuación.
       *>
       *> Cada cuestionario se configura por especialidad, con el
       *> momento en que se envía (Antes o Despues de la cita), un
       *> umbral sobre la puntuación total (0 sin umbral) y sus
       *> preguntas, cada una con su puntuación máxima y, si procede,
       *> un valor de alerta propio (como la pregunta de ideación
       *> suicida del PHQ-9).
       *>
       *> La pasada diaria EnviarCuestionarios genera un envío por
       *> cita y cuestionario: DIAS_ANTES_CITA días antes de las citas
       *> de la especialidad, o tras las citas atendidas en los últimos
       *> DIAS_DESPUES_CITA días, y avisa al paciente por el
       *> Notificador. El paciente responde desde Paciente.xaml; la
       *> puntuación se calcula al registrar las respuestas y, si cruza
       *> un umbral, se alerta en ese mismo momento al médico de la
       *> cita. La evolución de las puntuaciones se muestra en
       *> IniciarCita.
       *>
       *> Tablas: cuestionarios (id_cuestionario, nombre_cuestionario,
       *> especialidad_cuestionario, momento_cuestionario,
       *> umbral_cuestionario), preguntas_cuestionario
       *> (id_pregunta_cuestionario, cuestionario_pregunta,
       *> orden_pregunta_cuestionario, texto_pregunta_cuestionario,
       *> maximo_pregunta_cuestionario, alerta_pregunta_cuestionario),
       *> envios_cuestionario (id_envio, cuestionario_envio,
       *> nombre_cuestionario_envio, paciente_envio, cita_envio,
       *> medico_envio, fecha_envio, estado_envio,
       *> fecha_respuesta_envio, puntuacion_envio, alerta_envio,
       *> alerta_revisada_envio) y respuestas_cuestionario
       *> (envio_respuesta, pregunta_respuesta, valor_respuesta).
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.Cuestionario.

       working-storage section.

       *> Cuestionario
       01 id_cuestionario property pic S9(9) COMP-4.
       01 nombre_cuestionario property string.
       01 especialidad_cuestionario property string.
       *> "Antes" o "Despues" de la cita
       01 momento_cuestionario property string.
       01 umbral_cuestionario property binary-long.

       *> Pregunta del cuestionario
       01 id_pregunta_cuestionario property pic S9(9) COMP-4.
       01 orden_pregunta_cuestionario property binary-short.
       01 texto_pregunta_cuestionario property string.
       01 maximo_pregunta_cuestionario property binary-short.
       *> Valor de la respuesta a partir del cual se alerta (0 si la
       *> pregunta no alerta por sí sola)
       01 alerta_pregunta_cuestionario property binary-short.

       *> Envío del cuestionario a un paciente
       01 id_envio property pic S9(9) COMP-4.
       01 paciente_envio property binary-long.
       01 nombre_paciente_envio property string.
       01 cita_envio property binary-long.
       01 fecha_cita_envio property string.
       01 fecha_respuesta_envio property string.
       01 puntuacion_envio property binary-long.
       01 alerta_envio property string.

       *> Días de antelación con que se envían los cuestionarios de
       *> antes de la cita, y días tras la cita atendida en los que
       *> todavía se envían los de después
       01 DIAS_ANTES_CITA binary-short value 3.
       01 DIAS_DESPUES_CITA binary-short value 7.

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
       *> RegistrarCuestionario
       *>
       *> Da de alta un cuestionario para una especialidad.
       *>
       *> Parámetros:
       *>     nombre (str): Nombre del instrumento (p.ej. PHQ-9)
       *>     especialidad (str): Especialidad a la que se envía
       *>     momento (str): "Antes" o "Despues" de la cita
       *>     umbral (int): Puntuación total que alerta (0 sin umbral)
       *>
       *> Devuelve:
       *>     int: Id del cuestionario creado, o 0 en caso de error
       *>
       method-id RegistrarCuestionario.
       local-storage section.
       01 nombreSQL pic x(100).
       01 especialidadSQL pic x(25).
       01 momentoSQL pic x(10).
       01 umbralSQL pic S9(9) COMP-4.
       01 idNuevo pic S9(9) COMP-4.
       procedure division using by value nombre as string
                                         especialidad as string
                                         momento as string
                                         umbral as binary-long
                                   returning idCuestionario as binary-long.

           set idCuestionario to 0.
           if nombre::Trim()::Equals("") or especialidad::Trim()::Equals("")
               or not (momento::Equals("Antes") or momento::Equals("Despues"))
               goback
           end-if

           set nombreSQL to nombre::Trim().
           set especialidadSQL to especialidad::Trim().
           set momentoSQL to momento.
           set umbralSQL to umbral.

           exec sql
               insert into cuestionarios
                   (nombre_cuestionario, especialidad_cuestionario, momento_cuestionario, umbral_cuestionario)
               values
                   (:nombreSQL, :especialidadSQL, :momentoSQL, :umbralSQL)
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("Cuestionario::RegistrarCuestionario", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               goback
           end-if

           exec sql
               select LAST_INSERT_ID() into :idNuevo
           end-exec.

           exec sql
               commit
           end-exec.
           set idCuestionario to idNuevo.

       end method.

       *>
       *> EliminarCuestionario
       *>
       *> Elimina un cuestionario y sus preguntas. Los envíos ya
       *> respondidos se conservan con su nombre para la evolución del
       *> paciente; los pendientes se anulan.
       *>
       *> Parámetros:
       *>     idCuestionario (int): Cuestionario a eliminar
       *>
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>              False en caso de error
       *>
       method-id EliminarCuestionario.
       local-storage section.
       01 idCuestionarioSQL pic S9(9) COMP-4.
       procedure division using by value idCuestionario as binary-long
                                   returning exito as type Boolean.

           set idCuestionarioSQL to idCuestionario.

           exec sql
               delete from preguntas_cuestionario
               where cuestionario_pregunta = :idCuestionarioSQL
           end-exec.

           exec sql
               update envios_cuestionario
               set estado_envio = 'Anulado'
               where cuestionario_envio = :idCuestionarioSQL
                 and estado_envio = 'Pendiente'
           end-exec.

           exec sql
               delete from cuestionarios
               where id_cuestionario = :idCuestionarioSQL
           end-exec.

           if SQLCODE < 0
               set exito to False
               invoke modeloErrores::RegistrarError("Cuestionario::EliminarCuestionario", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
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
       *> AnadirPregunta
       *>
       *> Añade una pregunta al final de un cuestionario.
       *>
       *> Parámetros:
       *>     idCuestionario (int): Cuestionario
       *>     texto (str): Enunciado de la pregunta
       *>     maximo (int): Puntuación máxima de la respuesta (0..maximo)
       *>     alerta (int): Valor que alerta por sí solo (0 si no)
       *>
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>              False en caso de error
       *>
       method-id AnadirPregunta.
       local-storage section.
       01 idCuestionarioSQL pic S9(9) COMP-4.
       01 textoSQL pic x(255).
       01 maximoSQL pic S9(4) COMP-4.
       01 alertaSQL pic S9(4) COMP-4.
       01 ordenSQL pic S9(4) COMP-4.
       procedure division using by value idCuestionario as binary-long
                                         texto as string
                                         maximo as binary-short
                                         alerta as binary-short
                                   returning exito as type Boolean.

           set exito to False.
           if texto::Trim()::Equals("") or maximo < 1 or alerta < 0 or alerta > maximo
               goback
           end-if

           set idCuestionarioSQL to idCuestionario.
           set textoSQL to texto::Trim().
           set maximoSQL to maximo.
           set alertaSQL to alerta.

           exec sql
               select coalesce(max(orden_pregunta_cuestionario), 0) + 1 into :ordenSQL
               from preguntas_cuestionario
               where cuestionario_pregunta = :idCuestionarioSQL
           end-exec.

           exec sql
               insert into preguntas_cuestionario
                   (cuestionario_pregunta, orden_pregunta_cuestionario, texto_pregunta_cuestionario,
                    maximo_pregunta_cuestionario, alerta_pregunta_cuestionario)
               values
                   (:idCuestionarioSQL, :ordenSQL, :textoSQL, :maximoSQL, :alertaSQL)
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("Cuestionario::AnadirPregunta", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
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
       *> EliminarPregunta
       *>
       *> Quita una pregunta de su cuestionario.
       *>
       *> Parámetros:
       *>     idPregunta (int): Pregunta a eliminar
       *>
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>              False en caso de error
       *>
       method-id EliminarPregunta.
       local-storage section.
       01 idPreguntaSQL pic S9(9) COMP-4.
       procedure division using by value idPregunta as binary-long
                                   returning exito as type Boolean.

           set idPreguntaSQL to idPregunta.

           exec sql
               delete from preguntas_cuestionario
               where id_pregunta_cuestionario = :idPreguntaSQL
           end-exec.

           if SQLCODE < 0
               set exito to False
               invoke modeloErrores::RegistrarError("Cuestionario::EliminarPregunta", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
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
       *> DevuelveCuestionarios
       *>
       *> Devuelve los cuestionarios configurados.
       *>
       *> Devuelve:
       *>     List[Cuestionario]: por especialidad y nombre
       *>
       method-id DevuelveCuestionarios.
       local-storage section.
       01 cuestionarioActual type Cuestionario.
       01 idCuestionario pic S9(9) COMP-4.
       01 nombre pic x(100).
       01 especialidad pic x(25).
       01 momento pic x(10).
       01 umbral pic S9(9) COMP-4.
       procedure division returning cuestionarios as List[type Cuestionario].

           set cuestionarios to new List[type Cuestionario]().

           exec sql
               declare cuestionariosTbl cursor for
                   select q.id_cuestionario, q.nombre_cuestionario, q.especialidad_cuestionario,
                          q.momento_cuestionario, coalesce(q.umbral_cuestionario, 0)
                   from cuestionarios as q
                   order by q.especialidad_cuestionario asc, q.nombre_cuestionario asc
           end-exec.

           exec sql
               open cuestionariosTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch cuestionariosTbl into :idCuestionario, :nombre, :especialidad, :momento, :umbral
               end-exec
               if SQLCODE = 0
                   set cuestionarioActual to new Cuestionario()
                   set cuestionarioActual::id_cuestionario to idCuestionario
                   set cuestionarioActual::nombre_cuestionario to (nombre as string)::Trim()
                   set cuestionarioActual::especialidad_cuestionario to (especialidad as string)::Trim()
                   set cuestionarioActual::momento_cuestionario to (momento as string)::Trim()
                   set cuestionarioActual::umbral_cuestionario to umbral
                   invoke cuestionarios::Add(cuestionarioActual)
               end-if
           end-perform.

           exec sql
               close cuestionariosTbl
           end-exec.

       end method.

       *>
       *> DevuelvePreguntasCuestionario
       *>
       *> Devuelve las preguntas de un cuestionario en su orden.
       *>
       *> Parámetros:
       *>     idCuestionario (int): Cuestionario
       *>
       *> Devuelve:
       *>     List[Cuestionario]: una fila por pregunta
       *>
       method-id DevuelvePreguntasCuestionario.
       local-storage section.
       01 idCuestionarioSQL pic S9(9) COMP-4.
       01 preguntaActual type Cuestionario.
       01 idPregunta pic S9(9) COMP-4.
       01 orden pic S9(4) COMP-4.
       01 texto pic x(255).
       01 maximo pic S9(4) COMP-4.
       01 alerta pic S9(4) COMP-4.
       procedure division using by value idCuestionario as binary-long
                                   returning preguntas as List[type Cuestionario].

           set preguntas to new List[type Cuestionario]().
           set idCuestionarioSQL to idCuestionario.

           exec sql
               declare preguntasCuestionarioTbl cursor for
                   select p.id_pregunta_cuestionario, p.orden_pregunta_cuestionario, p.texto_pregunta_cuestionario,
                          p.maximo_pregunta_cuestionario, coalesce(p.alerta_pregunta_cuestionario, 0)
                   from preguntas_cuestionario as p
                   where p.cuestionario_pregunta = :idCuestionarioSQL
                   order by p.orden_pregunta_cuestionario asc
           end-exec.

           exec sql
               open preguntasCuestionarioTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch preguntasCuestionarioTbl into :idPregunta, :orden, :texto, :maximo, :alerta
               end-exec
               if SQLCODE = 0
                   set preguntaActual to new Cuestionario()
                   set preguntaActual::id_cuestionario to idCuestionario
                   set preguntaActual::id_pregunta_cuestionario to idPregunta
                   set preguntaActual::orden_pregunta_cuestionario to orden
                   set preguntaActual::texto_pregunta_cuestionario to (texto as string)::Trim()
                   set preguntaActual::maximo_pregunta_cuestionario to maximo
                   set preguntaActual::alerta_pregunta_cuestionario to alerta
                   invoke preguntas::Add(preguntaActual)
               end-if
           end-perform.

           exec sql
               close preguntasCuestionarioTbl
           end-exec.

       end method.

       *>
       *> EnviarCuestionarios
       *>
       *> Pasada diaria de envío: un envío por cita y cuestionario de
       *> su especialidad, DIAS_ANTES_CITA días antes de las citas
       *> pendientes (momento Antes) o tras las citas atendidas de los
       *> últimos DIAS_DESPUES_CITA días (momento Despues), con el
       *> aviso al paciente.
       *>
       *> Devuelve:
       *>     int: Número de cuestionarios enviados
       *>
       method-id EnviarCuestionarios.
       local-storage section.
       01 idCuestionarioSQL pic S9(9) COMP-4.
       01 nombreSQL pic x(100).
       01 especialidadSQL pic x(25).
       01 momentoSQL pic x(10).
       01 desdeSQL pic x(10).
       01 hastaSQL pic x(10).
       01 ahoraSQL pic x(19).
       01 idCita pic S9(9) COMP-4.
       01 idPaciente pic S9(9) COMP-4.
       01 idMedico pic S9(9) COMP-4.
       01 idCitaSQL pic S9(9) COMP-4.
       01 idPacienteSQL pic S9(9) COMP-4.
       01 idMedicoSQL pic S9(9) COMP-4.
       01 citas List[binary-long].
       01 pacientes List[binary-long].
       01 medicos List[binary-long].
       01 posicion binary-long.
       01 cuestionarios List[type Cuestionario].
       01 notificador type CitaMe.modelo.Notificador.
       procedure division returning enviados as binary-long.

           set enviados to 0.
           set notificador to new CitaMe.modelo.Notificador().
           set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").
           set cuestionarios to DevuelveCuestionarios().

           perform varying cuestionario as type Cuestionario through cuestionarios
               set idCuestionarioSQL to cuestionario::id_cuestionario
               set nombreSQL to cuestionario::nombre_cuestionario
               set especialidadSQL to cuestionario::especialidad_cuestionario
               set momentoSQL to cuestionario::momento_cuestionario
               if cuestionario::momento_cuestionario::Equals("Antes")
                   set desdeSQL to type DateTime::Today::ToString("yyyy-MM-dd")
                   set hastaSQL to type DateTime::Today::AddDays(DIAS_ANTES_CITA)::ToString("yyyy-MM-dd")
               else
                   set desdeSQL to type DateTime::Today::AddDays(- DIAS_DESPUES_CITA)::ToString("yyyy-MM-dd")
                   set hastaSQL to type DateTime::Today::ToString("yyyy-MM-dd")
               end-if

               set citas to new List[binary-long]()
               set pacientes to new List[binary-long]()
               set medicos to new List[binary-long]()

               *> Citas de la especialidad en la ventana que todavía no
               *> tienen este cuestionario: pendientes de atender para
               *> los de antes, ya atendidas para los de después
               exec sql
                   declare citasCuestionarioTbl cursor for
                       select c.id_cita, c.paciente_cita, c.medico_cita
                       from citas as c
                       inner join medicos as m on (c.medico_cita = m.id_usuario_medico)
                       where m.especialidad_medico = :especialidadSQL
                         and c.cancelada_cita = 0
                         and c.fecha_cita between :desdeSQL and :hastaSQL
                         and ((:momentoSQL = 'Antes' and c.diagnostico_cita is null)
                              or (:momentoSQL = 'Despues' and c.diagnostico_cita is not null))
                         and not exists (
                             select 1 from envios_cuestionario as e
                             where e.cuestionario_envio = :idCuestionarioSQL
                               and e.cita_envio = c.id_cita)
               end-exec

               exec sql
                   open citasCuestionarioTbl
               end-exec

               perform until SQLCODE < 0 OR SQLCODE = 100
                   exec sql
                       fetch citasCuestionarioTbl into :idCita, :idPaciente, :idMedico
                   end-exec
                   if SQLCODE = 0
                       invoke citas::Add(idCita)
                       invoke pacientes::Add(idPaciente)
                       invoke medicos::Add(idMedico)
                   end-if
               end-perform

               exec sql
                   close citasCuestionarioTbl
               end-exec

               perform varying posicion from 0 by 1 until posicion >= citas::Count
                   set idCitaSQL to citas[posicion]
                   set idPacienteSQL to pacientes[posicion]
                   set idMedicoSQL to medicos[posicion]
                   exec sql
                       insert into envios_cuestionario
                           (cuestionario_envio, nombre_cuestionario_envio, paciente_envio, cita_envio,
                            medico_envio, fecha_envio, estado_envio, alerta_revisada_envio)
                       values
                           (:idCuestionarioSQL, :nombreSQL, :idPacienteSQL, :idCitaSQL,
                            :idMedicoSQL, :ahoraSQL, 'Pendiente', 0)
                   end-exec
                   if SQLCODE < 0
                       invoke modeloErrores::RegistrarError("Cuestionario::EnviarCuestionarios", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
                   else
                       exec sql
                           commit
                       end-exec
                       invoke notificador::EnviarCuestionario(pacientes[posicion], citas[posicion], cuestionario::nombre_cuestionario)
                       add 1 to enviados
                   end-if
               end-perform
           end-perform.

       end method.

       *>
       *> DevuelvePendientesPaciente
       *>
       *> Cuestionarios pendientes de responder de un paciente.
       *>
       *> Parámetros:
       *>     idPaciente (int): Paciente
       *>
       *> Devuelve:
       *>     List[Cuestionario]: un envío por fila, con su cuestionario
       *>
       method-id DevuelvePendientesPaciente.
       local-storage section.
       01 idPacienteSQL pic S9(9) COMP-4.
       01 envioActual type Cuestionario.
       01 idEnvio pic S9(9) COMP-4.
       01 idCuestionario pic S9(9) COMP-4.
       01 nombre pic x(100).
       01 idCita pic S9(9) COMP-4.
       01 fechaCita pic x(10).
       procedure division using by value idPaciente as binary-long
                                   returning envios as List[type Cuestionario].

           set envios to new List[type Cuestionario]().
           set idPacienteSQL to idPaciente.

           exec sql
               declare cuestionariosPendientesTbl cursor for
                   select e.id_envio, e.cuestionario_envio, e.nombre_cuestionario_envio,
                          e.cita_envio, coalesce(c.fecha_cita, '')
                   from envios_cuestionario as e
                   left join citas as c on (e.cita_envio = c.id_cita)
                   where e.paciente_envio = :idPacienteSQL
                     and e.estado_envio = 'Pendiente'
                   order by e.fecha_envio asc
           end-exec.

           exec sql
               open cuestionariosPendientesTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch cuestionariosPendientesTbl into :idEnvio, :idCuestionario, :nombre, :idCita, :fechaCita
               end-exec
               if SQLCODE = 0
                   set envioActual to new Cuestionario()
                   set envioActual::id_envio to idEnvio
                   set envioActual::id_cuestionario to idCuestionario
                   set envioActual::nombre_cuestionario to (nombre as string)::Trim()
                   set envioActual::paciente_envio to idPaciente
                   set envioActual::cita_envio to idCita
                   set envioActual::fecha_cita_envio to (fechaCita as string)::Trim()
                   invoke envios::Add(envioActual)
               end-if
           end-perform.

           exec sql
               close cuestionariosPendientesTbl
           end-exec.

       end method.

       *>
       *> RegistrarRespuestas
       *>
       *> Registra las respuestas de un envío, calcula su puntuación y
       *> evalúa las alertas: la de la puntuación total contra el
       *> umbral del cuestionario y la de cada pregunta contra su valor
       *> de alerta. Si alguna salta, se avisa de inmediato al médico
       *> de la cita (ver Notificador::EnviarAlertaCuestionario).
       *>
       *> Parámetros:
       *>     idEnvio (int): Envío que se responde
       *>     valores (str): Respuesta de cada pregunta, en su orden,
       *>                    separadas por comas ("0,2,1,...")
       *>
       *> Devuelve:
       *>     str: "" si no se pudieron registrar; en caso contrario
       *>          "puntuación|alerta" (alerta "" si no la hay)
       *>
       method-id RegistrarRespuestas.
       local-storage section.
       01 idEnvioSQL pic S9(9) COMP-4.
       01 idCuestionario pic S9(9) COMP-4.
       01 nombre pic x(100).
       01 idPaciente pic S9(9) COMP-4.
       01 idMedico pic S9(9) COMP-4.
       01 umbral pic S9(9) COMP-4.
       01 idPreguntaSQL pic S9(9) COMP-4.
       01 valorSQL pic S9(4) COMP-4.
       01 puntuacionSQL pic S9(9) COMP-4.
       01 alertaSQL pic x(500).
       01 ahoraSQL pic x(19).
       01 partes type System.String occurs any.
       01 preguntas List[type Cuestionario].
       01 indice binary-long.
       01 valor binary-long.
       01 alerta string.
       01 notificador type CitaMe.modelo.Notificador.
       procedure division using by value idEnvio as binary-long
                                         valores as string
                                   returning resultado as string.

           set resultado to "".
           set idEnvioSQL to idEnvio.

           exec sql
               select e.cuestionario_envio, e.nombre_cuestionario_envio, e.paciente_envio,
                      coalesce(e.medico_envio, 0), coalesce(q.umbral_cuestionario, 0)
               into :idCuestionario, :nombre, :idPaciente, :idMedico, :umbral
               from envios_cuestionario as e
               left join cuestionarios as q on (e.cuestionario_envio = q.id_cuestionario)
               where e.id_envio = :idEnvioSQL
                 and e.estado_envio = 'Pendiente'
           end-exec.

           if not SQLCODE = 0
               goback
           end-if

           *> Una respuesta por pregunta y dentro de su rango
           set preguntas to DevuelvePreguntasCuestionario(idCuestionario).
           set partes to valores::Split(",").
           if preguntas::Count = 0 or not partes::Length = preguntas::Count
               goback
           end-if

           set puntuacionSQL to 0.
           set alerta to "".
           perform varying indice from 0 by 1 until indice >= preguntas::Count
               try
                   set valor to type Int32::Parse(partes[indice]::Trim())
               catch ex as type System.Exception
                   goback
               end-try
               if valor < 0 or valor > preguntas[indice]::maximo_pregunta_cuestionario
                   goback
               end-if
               add valor to puntuacionSQL
               if preguntas[indice]::alerta_pregunta_cuestionario > 0
                   and valor >= preguntas[indice]::alerta_pregunta_cuestionario
                   set alerta to type String::Concat(alerta, "Pregunta ", preguntas[indice]::orden_pregunta_cuestionario::ToString(),
                       " (", preguntas[indice]::texto_pregunta_cuestionario, "): respuesta ", valor::ToString(), ". ")
               end-if
           end-perform.

           if umbral > 0 and puntuacionSQL >= umbral
               set alerta to type String::Concat(alerta, "Puntuación total ", puntuacionSQL::ToString(),
                   " (umbral ", umbral::ToString(), ").")
           end-if

           perform varying indice from 0 by 1 until indice >= preguntas::Count
               set idPreguntaSQL to preguntas[indice]::id_pregunta_cuestionario
               set valorSQL to type Int16::Parse(partes[indice]::Trim())
               exec sql
                   insert into respuestas_cuestionario
                       (envio_respuesta, pregunta_respuesta, valor_respuesta)
                   values
                       (:idEnvioSQL, :idPreguntaSQL, :valorSQL)
               end-exec
           end-perform.

           set alertaSQL to alerta::Trim().
           set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           exec sql
               update envios_cuestionario
               set estado_envio = 'Respondido',
                   fecha_respuesta_envio = :ahoraSQL,
                   puntuacion_envio = :puntuacionSQL,
                   alerta_envio = :alertaSQL
               where id_envio = :idEnvioSQL
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("Cuestionario::RegistrarRespuestas", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               goback
           end-if

           exec sql
               commit
           end-exec.

           if not alerta::Equals("") and idMedico > 0
               set notificador to new CitaMe.modelo.Notificador()
               invoke notificador::EnviarAlertaCuestionario(idMedico, idPaciente, (nombre as string)::Trim(), alerta::Trim())
           end-if

           set resultado to type String::Concat(puntuacionSQL::ToString(), "|", alerta::Trim()).

       end method.

       *>
       *> DevuelveEvolucionPaciente
       *>
       *> Evolución de las puntuaciones de un paciente, una línea por
       *> cuestionario con sus respuestas de la más antigua a la más
       *> reciente; las que alertaron van marcadas con "!".
       *>
       *> Parámetros:
       *>     idPaciente (int): Paciente
       *>
       *> Devuelve:
       *>     List[str]: "PHQ-9: 14! (02/03/2026) -> 9 (04/05/2026)"
       *>
       method-id DevuelveEvolucionPaciente.
       local-storage section.
       01 idPacienteSQL pic S9(9) COMP-4.
       01 nombre pic x(100).
       01 fechaRespuesta pic x(19).
       01 puntuacion pic S9(9) COMP-4.
       01 alerta pic x(500).
       01 nombreActual string.
       01 lineaActual string.
       01 marca string.
       01 fechaTexto string.
       procedure division using by value idPaciente as binary-long
                                   returning evolucion as List[string].

           set evolucion to new List[string]().
           set idPacienteSQL to idPaciente.
           set nombreActual to "".
           set lineaActual to "".

           exec sql
               declare evolucionCuestionariosTbl cursor for
                   select e.nombre_cuestionario_envio, e.fecha_respuesta_envio,
                          coalesce(e.puntuacion_envio, 0), coalesce(e.alerta_envio, '')
                   from envios_cuestionario as e
                   where e.paciente_envio = :idPacienteSQL
                     and e.estado_envio = 'Respondido'
                   order by e.nombre_cuestionario_envio asc, e.fecha_respuesta_envio asc
           end-exec.

           exec sql
               open evolucionCuestionariosTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch evolucionCuestionariosTbl into :nombre, :fechaRespuesta, :puntuacion, :alerta
               end-exec
               if SQLCODE = 0
                   if (alerta as string)::Trim()::Equals("")
                       set marca to ""
                   else
                       set marca to "!"
                   end-if
                   set fechaTexto to type DateTime::ParseExact((fechaRespuesta as string)::Substring(0, 10), "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture)::ToString("dd/MM/yyyy")
                   if (nombre as string)::Trim()::Equals(nombreActual)
                       set lineaActual to type String::Concat(lineaActual, " -> ", puntuacion::ToString(), marca, " (", fechaTexto, ")")
                   else
                       if not lineaActual::Equals("")
                           invoke evolucion::Add(lineaActual)
                       end-if
                       set nombreActual to (nombre as string)::Trim()
                       set lineaActual to type String::Concat(nombreActual, ": ", puntuacion::ToString(), marca, " (", fechaTexto, ")")
                   end-if
               end-if
           end-perform.

           exec sql
               close evolucionCuestionariosTbl
           end-exec.

           if not lineaActual::Equals("")
               invoke evolucion::Add(lineaActual)
           end-if

       end method.

       *>
       *> DevuelveAlertasMedico
       *>
       *> Alertas de cuestionarios de los pacientes de un médico que
       *> todavía no ha marcado como revisadas.
       *>
       *> Parámetros:
       *>     idMedico (int): Médico responsable
       *>
       *> Devuelve:
       *>     List[Cuestionario]: un envío con alerta por fila
       *>
       method-id DevuelveAlertasMedico.
       local-storage section.
       01 idMedicoSQL pic S9(9) COMP-4.
       01 envioActual type Cuestionario.
       01 idEnvio pic S9(9) COMP-4.
       01 nombre pic x(100).
       01 idPaciente pic S9(9) COMP-4.
       01 nombrePaciente pic x(45).
       01 apellidos pic x(80).
       01 fechaRespuesta pic x(19).
       01 puntuacion pic S9(9) COMP-4.
       01 alerta pic x(500).
       procedure division using by value idMedico as binary-long
                                   returning envios as List[type Cuestionario].

           set envios to new List[type Cuestionario]().
           set idMedicoSQL to idMedico.

           exec sql
               declare alertasCuestionarioTbl cursor for
                   select e.id_envio, e.nombre_cuestionario_envio, e.paciente_envio,
                          coalesce(u.nombre_real_usuario, ''), coalesce(u.apellidos_usuario, ''),
                          e.fecha_respuesta_envio, e.puntuacion_envio, e.alerta_envio
                   from envios_cuestionario as e
                   left join usuarios as u on (e.paciente_envio = u.id_usuario)
                   where e.medico_envio = :idMedicoSQL
                     and e.estado_envio = 'Respondido'
                     and e.alerta_envio <> ''
                     and e.alerta_revisada_envio = 0
                   order by e.fecha_respuesta_envio asc
           end-exec.

           exec sql
               open alertasCuestionarioTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch alertasCuestionarioTbl into
                   :idEnvio, :nombre, :idPaciente, :nombrePaciente, :apellidos,
                   :fechaRespuesta, :puntuacion, :alerta
               end-exec
               if SQLCODE = 0
                   set envioActual to new Cuestionario()
                   set envioActual::id_envio to idEnvio
                   set envioActual::nombre_cuestionario to (nombre as string)::Trim()
                   set envioActual::paciente_envio to idPaciente
                   set envioActual::nombre_paciente_envio to type String::Concat(
                       (nombrePaciente as string)::Trim(), " ", (apellidos as string)::Trim())
                   set envioActual::fecha_respuesta_envio to (fechaRespuesta as string)::Trim()
                   set envioActual::puntuacion_envio to puntuacion
                   set envioActual::alerta_envio to (alerta as string)::Trim()
                   invoke envios::Add(envioActual)
               end-if
           end-perform.

           exec sql
               close alertasCuestionarioTbl
           end-exec.

       end method.

       *>
       *> MarcarAlertaRevisada
       *>
       *> Marca como revisada por el médico la alerta de un envío.
       *>
       *> Parámetros:
       *>     idEnvio (int): Envío con alerta
       *>
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>              False en caso de error
       *>
       method-id MarcarAlertaRevisada.
       local-storage section.
       01 idEnvioSQL pic S9(9) COMP-4.
       procedure division using by value idEnvio as binary-long
                                   returning exito as type Boolean.

           set idEnvioSQL to idEnvio.

           exec sql
               update envios_cuestionario
               set alerta_revisada_envio = 1
               where id_envio = :idEnvioSQL
           end-exec.

           if SQLCODE < 0
               set exito to False
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

       end class.
