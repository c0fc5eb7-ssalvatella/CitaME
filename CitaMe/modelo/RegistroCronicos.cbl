       *>
       *> RegistroCronicos
       *>
       *> Clase que encapsula el registro de pacientes crónicos
       *> (diabetes, hipertensión, EPOC...) construido a partir de los
       *> códigos CIE-10 ya codificados en las citas (tabla
       *> cita_diagnosticos, ver Cie10::RegistrarCodigosCita).
       *>
       *> Cada condición se define por un código o prefijo CIE-10 y un
       *> criterio de control evaluado sobre el último dato del
       *> paciente:
       *>   Analito    último valor del analito en resultados_lineas
       *>              (p.ej. HbA1c <= 7,0)
       *>   Constante  última toma de la medida en constantes_cita
       *>              (p.ej. Tension sistolica <= 140 y Tension
       *>              diastolica <= 90, con el segundo indicador)
       *>   Revision   basta con estar revisado
       *> Los límites son máximos y van en décimas, como los valores de
       *> las constantes y de los analitos.
       *>
       *> El paciente pertenece al panel del médico de la última cita
       *> atendida que lleva el código de la condición, y esa cita es
       *> su última revisión. Con ello cada paciente de la condición
       *> queda Controlado, No controlado (dato fuera del límite o sin
       *> dato) o Sin revisar (última revisión hace más de
       *> MESES_REVISION meses). Los pacientes sin revisar se invitan
       *> por el Notificador igual que las rellamadas (ver modelo
       *> Recall), anotando cada invitación para no insistir cada día.
       *>
       *> Cita::CerrarMes congela cada mes los recuentos y porcentajes
       *> por médico y condición en control_cronicos_mensual.
       *>
       *> Tablas: condiciones_cronicas (id_condicion,
       *> nombre_condicion, codigo_condicion, criterio_condicion,
       *> indicador_condicion, limite_condicion, indicador2_condicion,
       *> limite2_condicion), invitaciones_cronicos
       *> (paciente_invitacion_cronico, condicion_invitacion_cronico,
       *> fecha_invitacion_cronico) y control_cronicos_mensual
       *> (mes_control, medico_control, nombre_medico_control,
       *> condicion_control, pacientes_control, controlados_control,
       *> no_controlados_control, sin_revisar_control,
       *> porcentaje_controlados_control,
       *> porcentaje_no_controlados_control,
       *> porcentaje_sin_revisar_control).
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.RegistroCronicos.

       working-storage section.

       *> Condición crónica
       01 id_condicion property pic S9(9) COMP-4.
       01 nombre_condicion property string.
       01 codigo_condicion property string.
       *> "Analito", "Constante" o "Revision"
       01 criterio_condicion property string.
       01 indicador_condicion property string.
       01 limite_condicion property binary-long.
       *> Segundo indicador opcional ("" si no hay)
       01 indicador2_condicion property string.
       01 limite2_condicion property binary-long.

       *> Fila del panel de crónicos
       01 paciente_cronico property binary-long.
       01 nombre_paciente_cronico property string.
       01 medico_cronico property binary-long.
       01 ultima_revision_cronico property string.
       01 ultimo_valor_cronico property string.
       *> "Controlado", "No controlado" o "Sin revisar"
       01 estado_cronico property string.

       *> Meses sin revisión a partir de los que el paciente crónico
       *> se da por no revisado
       01 MESES_REVISION binary-short value 12.

       *> Meses que se deja reposar una invitación antes de volver a
       *> invitar al mismo paciente por la misma condición
       01 MESES_ENTRE_INVITACIONES binary-short value 1.

       01 modeloErrores type CitaMe.modelo.RegistroErrores.
       01 modeloMedico type CitaMe.modelo.Medico.

       01 mfsqlmessagetext pic x(355) values "".

       *> Habilita las variables de SQL
       exec sql
           include sqlca
       end-exec.

       method-id NEW.
       procedure division.
           set modeloErrores to new CitaMe.modelo.RegistroErrores().
           set modeloMedico to new CitaMe.modelo.Medico().
           goback.
       end method.

       *>
       *> ConfigurarCondicion
       *>
       *> Da de alta (o sustituye, por nombre) una condición crónica y
       *> su criterio de control.
       *>
       *> Parámetros:
       *>     nombre (str): Nombre de la condición (p.ej. Diabetes)
       *>     codigo (str): Código CIE-10 o prefijo (p.ej. E11)
       *>     criterio (str): "Analito", "Constante" o "Revision"
       *>     indicador (str): Analito o medida a evaluar
       *>     limite (int): Valor máximo controlado, en décimas
       *>     indicador2 (str): Segundo analito o medida ("" si no hay)
       *>     limite2 (int): Valor máximo del segundo, en décimas
       *>
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>              False en caso de error
       *>
       method-id ConfigurarCondicion.
       local-storage section.
       01 nombreSQL pic x(100).
       01 codigoSQL pic x(10).
       01 criterioSQL pic x(25).
       01 indicadorSQL pic x(50).
       01 limiteSQL pic S9(9) COMP-4.
       01 indicador2SQL pic x(50).
       01 limite2SQL pic S9(9) COMP-4.
       procedure division using by value nombre as string
                                         codigo as string
                                         criterio as string
                                         indicador as string
                                         limite as binary-long
                                         indicador2 as string
                                         limite2 as binary-long
                                   returning exito as type Boolean.

           if nombre::Trim()::Equals("") or codigo::Trim()::Equals("")
               or not (criterio::Equals("Analito") or criterio::Equals("Constante") or criterio::Equals("Revision"))
               or (not criterio::Equals("Revision") and indicador::Trim()::Equals(""))
               set exito to False
               goback
           end-if

           set nombreSQL to nombre::Trim().
           set codigoSQL to codigo::Trim()::ToUpper().
           set criterioSQL to criterio.
           set indicadorSQL to indicador::Trim().
           set limiteSQL to limite.
           set indicador2SQL to indicador2::Trim().
           set limite2SQL to limite2.

           exec sql
               delete from condiciones_cronicas
               where nombre_condicion = :nombreSQL
           end-exec.

           exec sql
               insert into condiciones_cronicas
                   (nombre_condicion, codigo_condicion, criterio_condicion, indicador_condicion,
                    limite_condicion, indicador2_condicion, limite2_condicion)
               values
                   (:nombreSQL, :codigoSQL, :criterioSQL, :indicadorSQL,
                    :limiteSQL, :indicador2SQL, :limite2SQL)
           end-exec.

           if SQLCODE < 0
               set exito to False
               invoke modeloErrores::RegistrarError("RegistroCronicos::ConfigurarCondicion", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
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
       *> EliminarCondicion
       *>
       *> Elimina una condición del registro. Los cierres mensuales ya
       *> congelados no cambian.
       *>
       *> Parámetros:
       *>     idCondicion (int): Condición a eliminar
       *>
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>              False en caso de error
       *>
       method-id EliminarCondicion.
       local-storage section.
       01 idCondicionSQL pic S9(9) COMP-4.
       procedure division using by value idCondicion as binary-long
                                   returning exito as type Boolean.

           set idCondicionSQL to idCondicion.

           exec sql
               delete from condiciones_cronicas
               where id_condicion = :idCondicionSQL
           end-exec.

           if SQLCODE < 0
               set exito to False
               invoke modeloErrores::RegistrarError("RegistroCronicos::EliminarCondicion", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
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
       *> DevuelveCondiciones
       *>
       *> Devuelve las condiciones crónicas configuradas.
       *>
       *> Devuelve:
       *>     List[RegistroCronicos]: condiciones, por nombre
       *>
       method-id DevuelveCondiciones.
       local-storage section.
       01 condicionActual type RegistroCronicos.
       01 idCondicion pic S9(9) COMP-4.
       01 nombre pic x(100).
       01 codigo pic x(10).
       01 criterio pic x(25).
       01 indicador pic x(50).
       01 limite pic S9(9) COMP-4.
       01 indicador2 pic x(50).
       01 limite2 pic S9(9) COMP-4.
       procedure division returning condiciones as List[type RegistroCronicos].

           set condiciones to new List[type RegistroCronicos]().

           exec sql
               declare condicionesCronicasTbl cursor for
                   select c.id_condicion, c.nombre_condicion, c.codigo_condicion, c.criterio_condicion,
                          coalesce(c.indicador_condicion, ''), coalesce(c.limite_condicion, 0),
                          coalesce(c.indicador2_condicion, ''), coalesce(c.limite2_condicion, 0)
                   from condiciones_cronicas as c
                   order by c.nombre_condicion asc
           end-exec.

           exec sql
               open condicionesCronicasTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch condicionesCronicasTbl into
                   :idCondicion, :nombre, :codigo, :criterio, :indicador, :limite, :indicador2, :limite2
               end-exec
               if SQLCODE = 0
                   set condicionActual to new RegistroCronicos()
                   set condicionActual::id_condicion to idCondicion
                   set condicionActual::nombre_condicion to (nombre as string)::Trim()
                   set condicionActual::codigo_condicion to (codigo as string)::Trim()
                   set condicionActual::criterio_condicion to (criterio as string)::Trim()
                   set condicionActual::indicador_condicion to (indicador as string)::Trim()
                   set condicionActual::limite_condicion to limite
                   set condicionActual::indicador2_condicion to (indicador2 as string)::Trim()
                   set condicionActual::limite2_condicion to limite2
                   invoke condiciones::Add(condicionActual)
               end-if
           end-perform.

           exec sql
               close condicionesCronicasTbl
           end-exec.

       end method.

       *>
       *> DevuelvePanel
       *>
       *> Panel de pacientes crónicos a fecha de hoy, de un médico o de
       *> todos (ver EvaluarPanel).
       *>
       *> Parámetros:
       *>     idMedico (int): Médico del panel; 0 para todos
       *>
       *> Devuelve:
       *>     List[RegistroCronicos]: una fila por paciente y condición
       *>
       method-id DevuelvePanel.
       procedure division using by value idMedico as binary-long
                                   returning panel as List[type RegistroCronicos].

           set panel to EvaluarPanel(idMedico, type DateTime::Today).

       end method.

       *>
       *> DevuelveResumen
       *>
       *> Resume un panel en recuentos y porcentajes de controlados, no
       *> controlados y sin revisar.
       *>
       *> Parámetros:
       *>     panel (List[RegistroCronicos]): Panel a resumir
       *>
       *> Devuelve:
       *>     str: "Controlados: n (p%) - No controlados: ... - Sin
       *>          revisar: ..."
       *>
       method-id DevuelveResumen.
       local-storage section.
       01 controlados binary-long.
       01 noControlados binary-long.
       01 sinRevisar binary-long.
       01 total binary-long.
       procedure division using by value panel as List[type RegistroCronicos]
                                   returning resumen as string.

           set controlados to 0.
           set noControlados to 0.
           set sinRevisar to 0.
           perform varying fila as type RegistroCronicos through panel
               evaluate fila::estado_cronico
                   when "Controlado"
                       add 1 to controlados
                   when "No controlado"
                       add 1 to noControlados
                   when other
                       add 1 to sinRevisar
               end-evaluate
           end-perform.

           set total to panel::Count.
           if total = 0
               set resumen to "Sin pacientes crónicos."
               goback
           end-if

           set resumen to type String::Concat(
               "Controlados: ", controlados::ToString(), " (", Porcentaje(controlados, total)::ToString(), "%)",
               " - No controlados: ", noControlados::ToString(), " (", Porcentaje(noControlados, total)::ToString(), "%)",
               " - Sin revisar en ", MESES_REVISION::ToString(), " meses: ", sinRevisar::ToString(),
               " (", Porcentaje(sinRevisar, total)::ToString(), "%)").

       end method.

       *>
       *> InvitarSinRevisar
       *>
       *> Invita a revisión a los pacientes crónicos sin revisar de un
       *> médico (o de todos), con la especialidad de su médico, salvo
       *> que ya se les invitara por esa condición hace menos de
       *> MESES_ENTRE_INVITACIONES meses.
       *>
       *> Parámetros:
       *>     idMedico (int): Médico del panel; 0 para todos
       *>
       *> Devuelve:
       *>     int: número de invitaciones encoladas
       *>
       method-id InvitarSinRevisar.
       local-storage section.
       01 idPacienteSQL pic S9(9) COMP-4.
       01 idCondicionSQL pic S9(9) COMP-4.
       01 hoySQL pic x(10).
       01 limiteInvitacionSQL pic x(10).
       01 invitacionesRecientes pic S9(9) COMP-4.
       01 idMedicoCorto binary-short.
       01 panel List[type RegistroCronicos].
       01 medicoFila type CitaMe.modelo.Medico.
       01 notificador type CitaMe.modelo.Notificador.
       procedure division using by value idMedico as binary-long
                                   returning invitadas as binary-long.

           set invitadas to 0.
           set notificador to new CitaMe.modelo.Notificador().
           set hoySQL to type DateTime::Today::ToString("yyyy-MM-dd").
           set limiteInvitacionSQL to type DateTime::Today::AddMonths(- MESES_ENTRE_INVITACIONES)::ToString("yyyy-MM-dd").

           set panel to EvaluarPanel(idMedico, type DateTime::Today).

           perform varying fila as type RegistroCronicos through panel
               if fila::estado_cronico::Equals("Sin revisar")
                   set idPacienteSQL to fila::paciente_cronico
                   set idCondicionSQL to fila::id_condicion
                   exec sql
                       select count(*) into :invitacionesRecientes
                       from invitaciones_cronicos as ic
                       where ic.paciente_invitacion_cronico = :idPacienteSQL
                         and ic.condicion_invitacion_cronico = :idCondicionSQL
                         and ic.fecha_invitacion_cronico >= :limiteInvitacionSQL
                   end-exec
                   if SQLCODE = 0 and invitacionesRecientes = 0
                       set idMedicoCorto to fila::medico_cronico
                       set medicoFila to modeloMedico::DevuelveMedico(idMedicoCorto)
                       if not medicoFila = null
                           if notificador::EnviarInvitacionRecall(fila::paciente_cronico, medicoFila::especialidad,
                               type String::Concat("Revisión de ", fila::nombre_condicion))
                               exec sql
                                   insert into invitaciones_cronicos
                                       (paciente_invitacion_cronico, condicion_invitacion_cronico, fecha_invitacion_cronico)
                                   values
                                       (:idPacienteSQL, :idCondicionSQL, :hoySQL)
                               end-exec
                               add 1 to invitadas
                           end-if
                       end-if
                   end-if
               end-if
           end-perform.

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> CerrarMes
       *>
       *> Congela el control de crónicos de un mes por médico y
       *> condición, evaluado con los datos hasta el último día del
       *> mes. Lo llama Cita::CerrarMes; repetir el cierre de un mes
       *> sustituye sus filas.
       *>
       *> Parámetros:
       *>     mesSQL (str): Mes a cerrar, "yyyy-MM"
       *>
       *> Devuelve:
       *>     int: Número de filas médico/condición congeladas
       *>
       method-id CerrarMes.
       local-storage section.
       01 mesArgumento pic x(7).
       01 idMedicoSQL pic S9(9) COMP-4.
       01 nombreMedicoSQL pic x(130).
       01 condicionSQL pic x(100).
       01 pacientesSQL pic S9(9) COMP-4.
       01 controladosSQL pic S9(9) COMP-4.
       01 noControladosSQL pic S9(9) COMP-4.
       01 sinRevisarSQL pic S9(9) COMP-4.
       01 porcentajeControladosSQL pic S9(4) COMP-4.
       01 porcentajeNoControladosSQL pic S9(4) COMP-4.
       01 porcentajeSinRevisarSQL pic S9(4) COMP-4.
       01 ultimoDia type DateTime.
       01 panel List[type RegistroCronicos].
       01 claves List[string].
       01 medicos List[binary-long].
       01 condiciones List[string].
       01 totales List[binary-long].
       01 controlados List[binary-long].
       01 noControlados List[binary-long].
       01 sinRevisar List[binary-long].
       01 clave string.
       01 posicion binary-long.
       procedure division using by value mesSQL as string
                                   returning totalFilas as binary-long.

           set totalFilas to 0.
           set mesArgumento to mesSQL::Trim().
           set ultimoDia to type DateTime::ParseExact(type String::Concat(mesSQL::Trim(), "-01"), "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture)::AddMonths(1)::AddDays(-1).

           set panel to EvaluarPanel(0, ultimoDia).

           set claves to new List[string]().
           set medicos to new List[binary-long]().
           set condiciones to new List[string]().
           set totales to new List[binary-long]().
           set controlados to new List[binary-long]().
           set noControlados to new List[binary-long]().
           set sinRevisar to new List[binary-long]().

           perform varying fila as type RegistroCronicos through panel
               set clave to type String::Concat(fila::medico_cronico::ToString(), "|", fila::nombre_condicion)
               set posicion to claves::IndexOf(clave)
               if posicion < 0
                   invoke claves::Add(clave)
                   invoke medicos::Add(fila::medico_cronico)
                   invoke condiciones::Add(fila::nombre_condicion)
                   invoke totales::Add(0)
                   invoke controlados::Add(0)
                   invoke noControlados::Add(0)
                   invoke sinRevisar::Add(0)
                   set posicion to claves::Count - 1
               end-if
               set totales[posicion] to totales[posicion] + 1
               evaluate fila::estado_cronico
                   when "Controlado"
                       set controlados[posicion] to controlados[posicion] + 1
                   when "No controlado"
                       set noControlados[posicion] to noControlados[posicion] + 1
                   when other
                       set sinRevisar[posicion] to sinRevisar[posicion] + 1
               end-evaluate
           end-perform.

           exec sql
               delete from control_cronicos_mensual where mes_control = :mesArgumento
           end-exec.

           perform varying posicion from 0 by 1 until posicion >= claves::Count
               set idMedicoSQL to medicos[posicion]
               exec sql
                   select concat(coalesce(u.nombre_real_usuario, ''), ' ', coalesce(u.apellidos_usuario, ''))
                   into :nombreMedicoSQL
                   from usuarios as u
                   where u.id_usuario = :idMedicoSQL
               end-exec
               if not SQLCODE = 0
                   set nombreMedicoSQL to ""
               end-if

               set condicionSQL to condiciones[posicion]
               set pacientesSQL to totales[posicion]
               set controladosSQL to controlados[posicion]
               set noControladosSQL to noControlados[posicion]
               set sinRevisarSQL to sinRevisar[posicion]
               set porcentajeControladosSQL to Porcentaje(controlados[posicion], totales[posicion])
               set porcentajeNoControladosSQL to Porcentaje(noControlados[posicion], totales[posicion])
               set porcentajeSinRevisarSQL to Porcentaje(sinRevisar[posicion], totales[posicion])

               exec sql
                   insert into control_cronicos_mensual
                       (mes_control, medico_control, nombre_medico_control, condicion_control,
                        pacientes_control, controlados_control, no_controlados_control,
                        sin_revisar_control, porcentaje_controlados_control,
                        porcentaje_no_controlados_control, porcentaje_sin_revisar_control)
                   values
                       (:mesArgumento, :idMedicoSQL, :nombreMedicoSQL, :condicionSQL,
                        :pacientesSQL, :controladosSQL, :noControladosSQL,
                        :sinRevisarSQL, :porcentajeControladosSQL,
                        :porcentajeNoControladosSQL, :porcentajeSinRevisarSQL)
               end-exec

               if SQLCODE < 0
                   invoke modeloErrores::RegistrarError("RegistroCronicos::CerrarMes", SQLCODE,
                       type String::Concat("No se ha podido congelar el control de crónicos de ", mesSQL))
                   exec sql
                       rollback
                   end-exec
                   set totalFilas to 0
                   goback
               end-if
               add 1 to totalFilas
           end-perform.

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> DevuelveControlMes
       *>
       *> Devuelve el control de crónicos congelado de un mes, una
       *> línea por médico y condición.
       *>
       *> Parámetros:
       *>     mesSQL (str): Mes cerrado, "yyyy-MM"
       *>
       *> Devuelve:
       *>     List[str]: "Médico - Condición: n pacientes, p%
       *>                controlados, ..."
       *>
       method-id DevuelveControlMes.
       local-storage section.
       01 mesArgumento pic x(7).
       01 nombreMedico pic x(130).
       01 condicion pic x(100).
       01 pacientes pic S9(9) COMP-4.
       01 porcentajeControlados pic S9(4) COMP-4.
       01 porcentajeNoControlados pic S9(4) COMP-4.
       01 porcentajeSinRevisar pic S9(4) COMP-4.
       procedure division using by value mesSQL as string
                                   returning lineas as List[string].

           set lineas to new List[string]().
           set mesArgumento to mesSQL::Trim().

           exec sql
               declare controlCronicosTbl cursor for
                   select cc.nombre_medico_control, cc.condicion_control, cc.pacientes_control,
                          cc.porcentaje_controlados_control, cc.porcentaje_no_controlados_control,
                          cc.porcentaje_sin_revisar_control
                   from control_cronicos_mensual as cc
                   where cc.mes_control = :mesArgumento
                   order by cc.nombre_medico_control asc, cc.condicion_control asc
           end-exec.

           exec sql
               open controlCronicosTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch controlCronicosTbl into
                   :nombreMedico, :condicion, :pacientes,
                   :porcentajeControlados, :porcentajeNoControlados, :porcentajeSinRevisar
               end-exec
               if SQLCODE = 0
                   invoke lineas::Add(type String::Concat(
                       (nombreMedico as string)::Trim(), " - ", (condicion as string)::Trim(), ": ",
                       pacientes::ToString(), " pacientes, ",
                       porcentajeControlados::ToString(), "% controlados, ",
                       porcentajeNoControlados::ToString(), "% no controlados, ",
                       porcentajeSinRevisar::ToString(), "% sin revisar"))
               end-if
           end-perform.

           exec sql
               close controlCronicosTbl
           end-exec.

       end method.

       *>
       *> EvaluarPanel
       *>
       *> Evalúa a una fecha de corte a los pacientes de cada
       *> condición: localiza la última cita atendida con el código de
       *> la condición hasta esa fecha (que da el médico del panel y la
       *> última revisión) y evalúa el criterio de control con el
       *> último dato hasta esa misma fecha.
       *>
       method-id EvaluarPanel private.
       local-storage section.
       01 codigoLikeSQL pic x(12).
       01 corteSQL pic x(10).
       01 idPaciente pic S9(9) COMP-4.
       01 idMedicoCita pic S9(9) COMP-4.
       01 fechaCita pic x(10).
       01 nombre pic x(45).
       01 apellidos pic x(80).
       01 ultimoPaciente binary-long.
       01 condiciones List[type RegistroCronicos].
       01 idsPacientes List[binary-long].
       01 idsMedicos List[binary-long].
       01 fechasRevision List[string].
       01 nombresPacientes List[string].
       01 posicion binary-long.
       01 limiteRevision type DateTime.
       01 fechaRevision type DateTime.
       01 filaActual type RegistroCronicos.
       01 valor1 string.
       01 valor2 string.
       01 controlado type Boolean.
       procedure division using by value idMedico as binary-long
                                         fechaCorte as type DateTime
                                   returning panel as List[type RegistroCronicos].

           set panel to new List[type RegistroCronicos]().
           set corteSQL to fechaCorte::ToString("yyyy-MM-dd").
           set limiteRevision to fechaCorte::AddMonths(- MESES_REVISION).

           set condiciones to DevuelveCondiciones().

           perform varying condicion as type RegistroCronicos through condiciones
               set codigoLikeSQL to type String::Concat(condicion::codigo_condicion, "%")
               set idsPacientes to new List[binary-long]()
               set idsMedicos to new List[binary-long]()
               set fechasRevision to new List[string]()
               set nombresPacientes to new List[string]()
               set ultimoPaciente to 0

               *> Citas atendidas con el código, de la más reciente a
               *> la más antigua por paciente: la primera de cada uno
               *> es su última revisión
               exec sql
                   declare cronicosCondicionTbl cursor for
                       select t.paciente_cita, t.medico_cita, t.fecha_cita,
                              coalesce(u.nombre_real_usuario, ''), coalesce(u.apellidos_usuario, '')
                       from (
                           select c.id_cita, c.paciente_cita, c.medico_cita, c.fecha_cita from citas as c
                           where c.cancelada_cita = 0 and c.diagnostico_cita is not null
                             and c.fecha_cita <= :corteSQL
                           union all
                           select h.id_cita, h.paciente_cita, h.medico_cita, h.fecha_cita from citas_historico as h
                           where h.cancelada_cita = 0 and h.diagnostico_cita is not null
                             and h.fecha_cita <= :corteSQL
                       ) as t
                       inner join cita_diagnosticos as d on (d.cita_diagnostico = t.id_cita)
                       left join usuarios as u on (t.paciente_cita = u.id_usuario)
                       where d.codigo_diagnostico like :codigoLikeSQL
                       order by t.paciente_cita asc, t.fecha_cita desc, t.id_cita desc
               end-exec

               exec sql
                   open cronicosCondicionTbl
               end-exec

               perform until SQLCODE < 0 OR SQLCODE = 100
                   exec sql
                       fetch cronicosCondicionTbl into
                       :idPaciente, :idMedicoCita, :fechaCita, :nombre, :apellidos
                   end-exec
                   if SQLCODE = 0 and not idPaciente = ultimoPaciente
                       set ultimoPaciente to idPaciente
                       if idMedico = 0 or idMedicoCita = idMedico
                           invoke idsPacientes::Add(idPaciente)
                           invoke idsMedicos::Add(idMedicoCita)
                           invoke fechasRevision::Add((fechaCita as string)::Trim())
                           invoke nombresPacientes::Add(type String::Concat(
                               (nombre as string)::Trim(), " ", (apellidos as string)::Trim()))
                       end-if
                   end-if
               end-perform

               exec sql
                   close cronicosCondicionTbl
               end-exec

               perform varying posicion from 0 by 1 until posicion >= idsPacientes::Count
                   set filaActual to new RegistroCronicos()
                   set filaActual::id_condicion to condicion::id_condicion
                   set filaActual::nombre_condicion to condicion::nombre_condicion
                   set filaActual::paciente_cronico to idsPacientes[posicion]
                   set filaActual::nombre_paciente_cronico to nombresPacientes[posicion]
                   set filaActual::medico_cronico to idsMedicos[posicion]
                   set fechaRevision to type DateTime::ParseExact(fechasRevision[posicion], "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture)
                   set filaActual::ultima_revision_cronico to fechaRevision::ToString("dd/MM/yyyy")
                   set filaActual::ultimo_valor_cronico to ""

                   *> Último dato de cada indicador: "décimas|fecha" o ""
                   set valor1 to ""
                   set valor2 to ""
                   if not condicion::criterio_condicion::Equals("Revision")
                       set valor1 to DevuelveUltimoValor(idsPacientes[posicion], condicion::criterio_condicion, condicion::indicador_condicion, corteSQL)
                       set filaActual::ultimo_valor_cronico to TextoValor(condicion::indicador_condicion, valor1)
                       if not condicion::indicador2_condicion::Equals("")
                           set valor2 to DevuelveUltimoValor(idsPacientes[posicion], condicion::criterio_condicion, condicion::indicador2_condicion, corteSQL)
                           set filaActual::ultimo_valor_cronico to type String::Concat(filaActual::ultimo_valor_cronico,
                               " / ", TextoValor(condicion::indicador2_condicion, valor2))
                       end-if
                   end-if

                   if fechaRevision < limiteRevision
                       set filaActual::estado_cronico to "Sin revisar"
                   else
                       set controlado to True
                       if not condicion::criterio_condicion::Equals("Revision")
                           if not DentroDeLimite(valor1, condicion::limite_condicion)
                               set controlado to False
                           end-if
                           if not condicion::indicador2_condicion::Equals("")
                               and not DentroDeLimite(valor2, condicion::limite2_condicion)
                               set controlado to False
                           end-if
                       end-if
                       if controlado
                           set filaActual::estado_cronico to "Controlado"
                       else
                           set filaActual::estado_cronico to "No controlado"
                       end-if
                   end-if

                   invoke panel::Add(filaActual)
               end-perform
           end-perform.

       end method.

       *>
       *> DevuelveUltimoValor
       *>
       *> Último valor de un analito (resultados_lineas de las pruebas
       *> del paciente) o de una medida (constantes_cita) hasta la
       *> fecha de corte.
       *>
       *> Devuelve:
       *>     str: "décimas|yyyy-MM-dd", o "" si no hay dato
       *>
       method-id DevuelveUltimoValor private.
       local-storage section.
       01 idPacienteSQL pic S9(9) COMP-4.
       01 indicadorSQL pic x(50).
       01 corteArgumento pic x(10).
       01 corteHoraSQL pic x(19).
       01 valorSQL pic S9(9) COMP-4.
       01 fechaSQL pic x(19).
       procedure division using by value idPaciente as binary-long
                                         criterio as string
                                         indicador as string
                                         corteSQL as string
                                   returning ultimoValor as string.

           set ultimoValor to "".
           set idPacienteSQL to idPaciente.
           set indicadorSQL to indicador.
           set corteArgumento to corteSQL.
           set corteHoraSQL to type String::Concat(corteSQL, " 23:59:59").

           if criterio::Equals("Analito")
               exec sql
                   select l.valor_linea, p.fecha_peticion_prueba
                   into :valorSQL, :fechaSQL
                   from resultados_lineas as l
                   inner join pruebas as p on (l.prueba_linea = p.id_prueba)
                   where p.paciente_prueba = :idPacienteSQL
                     and l.analito_linea = :indicadorSQL
                     and p.fecha_peticion_prueba <= :corteArgumento
                   order by p.fecha_peticion_prueba desc, l.id_linea desc
                   limit 1
               end-exec
           else
               exec sql
                   select cc.valor_constante, cc.fecha_constante
                   into :valorSQL, :fechaSQL
                   from constantes_cita as cc
                   where cc.paciente_constante = :idPacienteSQL
                     and cc.medida_constante = :indicadorSQL
                     and cc.fecha_constante <= :corteHoraSQL
                   order by cc.fecha_constante desc
                   limit 1
               end-exec
           end-if

           if SQLCODE = 0
               set ultimoValor to type String::Concat(valorSQL::ToString(), "|", (fechaSQL as string)::Trim()::Substring(0, 10))
           end-if

       end method.

       *>
       *> DentroDeLimite
       *>
       *> Indica si un dato "décimas|fecha" no supera el límite; la
       *> falta de dato cuenta como no controlado.
       *>
       method-id DentroDeLimite private.
       local-storage section.
       01 partes type System.String occurs any.
       procedure division using by value valor as string
                                         limite as binary-long
                                   returning dentro as type Boolean.

           set dentro to False.
           if valor::Equals("")
               goback
           end-if

           set partes to valor::Split("|").
           if type Int32::Parse(partes[0]) <= limite
               set dentro to True
           end-if

       end method.

       *>
       *> TextoValor
       *>
       *> Texto de un dato para el panel: "HbA1c 7,4 (12/03/2026)" o
       *> "HbA1c sin dato".
       *>
       method-id TextoValor private.
       local-storage section.
       01 partes type System.String occurs any.
       01 decimas binary-long.
       01 entera binary-long.
       01 decima binary-long.
       01 fechaDato type DateTime.
       procedure division using by value indicador as string
                                         valor as string
                                   returning texto as string.

           if valor::Equals("")
               set texto to type String::Concat(indicador, " sin dato")
               goback
           end-if

           set partes to valor::Split("|").
           set decimas to type Int32::Parse(partes[0]).
           set entera to decimas / 10.
           set decima to function mod(decimas, 10).
           set fechaDato to type DateTime::ParseExact(partes[1], "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture).
           set texto to type String::Concat(indicador, " ", entera::ToString(), ",", decima::ToString(),
               " (", fechaDato::ToString("dd/MM/yyyy"), ")").

       end method.

       *>
       *> Porcentaje
       *>
       *> Porcentaje entero de una parte sobre un total (0 si el total
       *> es 0).
       *>
       method-id Porcentaje private.
       procedure division using by value parte as binary-long
                                         total as binary-long
                                   returning resultado as binary-long.

           if total = 0
               set resultado to 0
           else
               compute resultado rounded = (parte * 100) / total
           end-if

       end method.

       end class.
