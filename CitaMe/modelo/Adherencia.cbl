       *>
       *> Adherencia
       *>
       *> Clase que encapsula el cálculo de adherencia a la medicación
       *> crónica: compara lo recetado (recetas, con los días de
       *> tratamiento que cubre cada una) con lo realmente dispensado
       *> (libro dispensaciones_recetas, ver
       *> Receta::RegistrarDispensacion) como proporción de días
       *> cubiertos en el periodo.
       *>
       *> Un medicamento se trata como crónico para el paciente cuando
       *> se le ha recetado más de una vez en el periodo o con una
       *> duración de al menos DIAS_TRATAMIENTO_CRONICO días. Cada
       *> dispensación cubre los días de tratamiento de su receta
       *> (DIAS_TRATAMIENTO_DEFECTO si la receta no los indica; la
       *> mitad si fue parcial), encadenados a partir del final de la
       *> cobertura anterior para no contar dos veces los días de una
       *> recogida anticipada.
       *>
       *> El cálculo lo lanza a diario el planificador de tareas y
       *> deja el resultado en adherencia_medicacion, de donde salen la
       *> lista de trabajo de cada médico (pacientes por debajo de
       *> UMBRAL_ADHERENCIA) y el aviso de IniciarCita.
       *>
       *> Tabla: adherencia_medicacion (paciente_adherencia,
       *> medicamento_adherencia, medico_adherencia,
       *> fecha_calculo_adherencia, dias_periodo_adherencia,
       *> dias_cubiertos_adherencia, porcentaje_adherencia)
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.Adherencia.

       working-storage section.

       01 paciente_adherencia property binary-long.
       01 nombre_paciente_adherencia property string.
       01 medicamento_adherencia property string.
       01 medico_adherencia property binary-long.
       01 fecha_calculo_adherencia property string.
       01 dias_periodo_adherencia property binary-long.
       01 dias_cubiertos_adherencia property binary-long.
       01 porcentaje_adherencia property binary-long.

       *> Días hacia atrás que abarca el periodo de cálculo
       01 DIAS_PERIODO_ADHERENCIA binary-short value 180.

       *> Porcentaje de días cubiertos por debajo del cual el paciente
       *> se considera no adherente
       01 UMBRAL_ADHERENCIA binary-short value 80.

       *> Días de tratamiento que se suponen a una receta que no los
       *> indica, y duración a partir de la cual una sola receta ya es
       *> de medicación crónica
       01 DIAS_TRATAMIENTO_DEFECTO binary-short value 30.
       01 DIAS_TRATAMIENTO_CRONICO binary-short value 90.

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
       *> CalcularAdherencia
       *>
       *> Recalcula la adherencia de todos los pacientes a su
       *> medicación crónica en los últimos DIAS_PERIODO_ADHERENCIA
       *> días y sustituye el contenido de adherencia_medicacion. El
       *> periodo de cada medicamento empieza en su primera receta del
       *> periodo; los tratamientos con menos de
       *> DIAS_TRATAMIENTO_DEFECTO días de recorrido todavía no se
       *> evalúan. Lanzado a diario por el planificador de tareas.
       *>
       *> Devuelve:
       *>     int: Número de pares paciente/medicamento calculados
       *>
       method-id CalcularAdherencia.
       local-storage section.
       01 inicioPeriodoSQL pic x(10).
       01 inicioDispensacionesSQL pic x(10).
       01 hoySQL pic x(10).
       01 idPaciente pic S9(9) COMP-4.
       01 medicamento pic x(100).
       01 primeraReceta pic x(10).
       01 idPacienteSQL pic S9(9) COMP-4.
       01 medicamentoSQL pic x(100).
       01 idMedicoSQL pic S9(9) COMP-4.
       01 fechaDispensacion pic x(19).
       01 parcial pic 9.
       01 diasReceta pic S9(9) COMP-4.
       01 diasPeriodoSQL pic S9(9) COMP-4.
       01 diasCubiertosSQL pic S9(9) COMP-4.
       01 porcentajeSQL pic S9(4) COMP-4.
       01 pacientes List[binary-long].
       01 medicamentos List[string].
       01 primerasRecetas List[string].
       01 posicion binary-long.
       01 hoy type DateTime.
       01 inicio type DateTime.
       01 finPeriodo type DateTime.
       01 coberturaHasta type DateTime.
       01 desde type DateTime.
       01 hasta type DateTime.
       01 solapeDesde type DateTime.
       01 solapeHasta type DateTime.
       01 diasCubre binary-long.
       01 diasCronicoSQL pic S9(4) COMP-4.
       01 diasDefectoSQL pic S9(4) COMP-4.
       procedure division returning totalFilas as binary-long.

           set totalFilas to 0.
           set diasCronicoSQL to DIAS_TRATAMIENTO_CRONICO.
           set diasDefectoSQL to DIAS_TRATAMIENTO_DEFECTO.
           set hoy to type DateTime::Today.
           set finPeriodo to hoy::AddDays(1).
           set hoySQL to hoy::ToString("yyyy-MM-dd").
           set inicioPeriodoSQL to hoy::AddDays(- DIAS_PERIODO_ADHERENCIA)::ToString("yyyy-MM-dd").
           *> Las dispensaciones anteriores al periodo cuentan por los
           *> días que todavía cubren dentro de él
           set inicioDispensacionesSQL to hoy::AddDays(- DIAS_PERIODO_ADHERENCIA)::AddDays(- DIAS_TRATAMIENTO_CRONICO)::ToString("yyyy-MM-dd").

           set pacientes to new List[binary-long]().
           set medicamentos to new List[string]().
           set primerasRecetas to new List[string]().

           *> Medicación crónica de cada paciente en el periodo
           exec sql
               declare medicacionCronicaTbl cursor for
                   select t.paciente_cita, r.medicamento_receta, min(r.fecha_receta)
                   from recetas as r
                   inner join (
                       select c.id_cita, c.paciente_cita from citas as c
                       union all
                       select h.id_cita, h.paciente_cita from citas_historico as h
                   ) as t on (r.cita_receta = t.id_cita)
                   where r.fecha_receta >= :inicioPeriodoSQL
                   group by t.paciente_cita, r.medicamento_receta
                   having count(*) > 1 or max(coalesce(r.duracion_receta, 0)) >= :diasCronicoSQL
           end-exec.

           exec sql
               open medicacionCronicaTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch medicacionCronicaTbl into :idPaciente, :medicamento, :primeraReceta
               end-exec
               if SQLCODE = 0
                   invoke pacientes::Add(idPaciente)
                   invoke medicamentos::Add((medicamento as string)::Trim())
                   invoke primerasRecetas::Add((primeraReceta as string)::Trim())
               end-if
           end-perform.

           exec sql
               close medicacionCronicaTbl
           end-exec.

           exec sql
               delete from adherencia_medicacion
           end-exec.

           perform varying posicion from 0 by 1 until posicion >= pacientes::Count
               set idPacienteSQL to pacientes[posicion]
               set medicamentoSQL to medicamentos[posicion]
               set inicio to type DateTime::ParseExact(primerasRecetas[posicion], "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture)
               set diasPeriodoSQL to (finPeriodo - inicio)::Days

               if diasPeriodoSQL >= DIAS_TRATAMIENTO_DEFECTO
                   *> Médico de la última receta del medicamento
                   exec sql
                       select t.medico_cita into :idMedicoSQL
                       from recetas as r
                       inner join (
                           select c.id_cita, c.paciente_cita, c.medico_cita from citas as c
                           union all
                           select h.id_cita, h.paciente_cita, h.medico_cita from citas_historico as h
                       ) as t on (r.cita_receta = t.id_cita)
                       where t.paciente_cita = :idPacienteSQL
                         and r.medicamento_receta = :medicamentoSQL
                       order by r.fecha_receta desc, r.id_receta desc
                       limit 1
                   end-exec
                   if not SQLCODE = 0
                       set idMedicoSQL to 0
                   end-if

                   *> Días cubiertos, encadenando cada dispensación al
                   *> final de la cobertura anterior
                   set diasCubiertosSQL to 0
                   set coberturaHasta to inicio::AddDays(- DIAS_TRATAMIENTO_CRONICO)

                   exec sql
                       declare dispensacionesPacienteTbl cursor for
                           select d.fecha_dispensacion, d.parcial_dispensacion,
                                  coalesce(nullif(r.duracion_receta, 0), :diasDefectoSQL)
                           from dispensaciones_recetas as d
                           inner join recetas as r on (d.receta_dispensacion = r.id_receta)
                           inner join (
                               select c.id_cita, c.paciente_cita from citas as c
                               union all
                               select h.id_cita, h.paciente_cita from citas_historico as h
                           ) as t on (r.cita_receta = t.id_cita)
                           where t.paciente_cita = :idPacienteSQL
                             and r.medicamento_receta = :medicamentoSQL
                             and d.fecha_dispensacion >= :inicioDispensacionesSQL
                           order by d.fecha_dispensacion asc
                   end-exec

                   exec sql
                       open dispensacionesPacienteTbl
                   end-exec

                   perform until SQLCODE < 0 OR SQLCODE = 100
                       exec sql
                           fetch dispensacionesPacienteTbl into :fechaDispensacion, :parcial, :diasReceta
                       end-exec
                       if SQLCODE = 0
                           set diasCubre to diasReceta
                           if parcial = 1
                               compute diasCubre = diasReceta / 2
                           end-if
                           set desde to type DateTime::ParseExact((fechaDispensacion as string)::Substring(0, 10), "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture)
                           if desde < coberturaHasta
                               set desde to coberturaHasta
                           end-if
                           set hasta to desde::AddDays(diasCubre)
                           set coberturaHasta to hasta

                           *> Solo cuenta la parte que cae dentro del periodo
                           set solapeDesde to desde
                           if solapeDesde < inicio
                               set solapeDesde to inicio
                           end-if
                           set solapeHasta to hasta
                           if solapeHasta > finPeriodo
                               set solapeHasta to finPeriodo
                           end-if
                           if solapeHasta > solapeDesde
                               add (solapeHasta - solapeDesde)::Days to diasCubiertosSQL
                           end-if
                       end-if
                   end-perform

                   exec sql
                       close dispensacionesPacienteTbl
                   end-exec

                   if diasCubiertosSQL > diasPeriodoSQL
                       set diasCubiertosSQL to diasPeriodoSQL
                   end-if
                   compute porcentajeSQL = (diasCubiertosSQL * 100) / diasPeriodoSQL

                   exec sql
                       insert into adherencia_medicacion
                           (paciente_adherencia, medicamento_adherencia, medico_adherencia,
                            fecha_calculo_adherencia, dias_periodo_adherencia,
                            dias_cubiertos_adherencia, porcentaje_adherencia)
                       values
                           (:idPacienteSQL, :medicamentoSQL, :idMedicoSQL,
                            :hoySQL, :diasPeriodoSQL,
                            :diasCubiertosSQL, :porcentajeSQL)
                   end-exec

                   if SQLCODE < 0
                       invoke modeloErrores::RegistrarError("Adherencia::CalcularAdherencia", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
                       exec sql
                           rollback
                       end-exec
                       set totalFilas to 0
                       goback
                   end-if
                   add 1 to totalFilas
               end-if
           end-perform.

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> DevuelveNoAdherentes
       *>
       *> Lista de trabajo de un médico: pacientes con medicación
       *> crónica por debajo de UMBRAL_ADHERENCIA en el último
       *> cálculo, de menor a mayor adherencia.
       *>
       *> Parámetros:
       *>     idMedico (int): Médico de la última receta; 0 para todos
       *>
       *> Devuelve:
       *>     List[Adherencia]: una fila por paciente y medicamento
       *>
       method-id DevuelveNoAdherentes.
       local-storage section.
       01 idMedicoSQL pic S9(9) COMP-4.
       01 filaActual type Adherencia.
       01 idPaciente pic S9(9) COMP-4.
       01 nombre pic x(45).
       01 apellidos pic x(80).
       01 medicamento pic x(100).
       01 idMedicoFila pic S9(9) COMP-4.
       01 fechaCalculo pic x(10).
       01 diasPeriodo pic S9(9) COMP-4.
       01 diasCubiertos pic S9(9) COMP-4.
       01 porcentaje pic S9(4) COMP-4.
       01 umbralSQL pic S9(4) COMP-4.
       procedure division using by value idMedico as binary-long
                                   returning filas as List[type Adherencia].

           set filas to new List[type Adherencia]().
           set idMedicoSQL to idMedico.
           set umbralSQL to UMBRAL_ADHERENCIA.

           exec sql
               declare noAdherentesTbl cursor for
                   select a.paciente_adherencia, coalesce(u.nombre_real_usuario, ''), coalesce(u.apellidos_usuario, ''),
                          a.medicamento_adherencia, a.medico_adherencia, a.fecha_calculo_adherencia,
                          a.dias_periodo_adherencia, a.dias_cubiertos_adherencia, a.porcentaje_adherencia
                   from adherencia_medicacion as a
                   left join usuarios as u on (a.paciente_adherencia = u.id_usuario)
                   where (:idMedicoSQL = 0 or a.medico_adherencia = :idMedicoSQL)
                     and a.porcentaje_adherencia < :umbralSQL
                   order by a.porcentaje_adherencia asc, u.apellidos_usuario asc
           end-exec.

           exec sql
               open noAdherentesTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch noAdherentesTbl into
                   :idPaciente, :nombre, :apellidos, :medicamento, :idMedicoFila, :fechaCalculo,
                   :diasPeriodo, :diasCubiertos, :porcentaje
               end-exec
               if SQLCODE = 0
                   set filaActual to new Adherencia()
                   set filaActual::paciente_adherencia to idPaciente
                   set filaActual::nombre_paciente_adherencia to type String::Concat(
                       (nombre as string)::Trim(), " ", (apellidos as string)::Trim())
                   set filaActual::medicamento_adherencia to (medicamento as string)::Trim()
                   set filaActual::medico_adherencia to idMedicoFila
                   set filaActual::fecha_calculo_adherencia to (fechaCalculo as string)::Trim()
                   set filaActual::dias_periodo_adherencia to diasPeriodo
                   set filaActual::dias_cubiertos_adherencia to diasCubiertos
                   set filaActual::porcentaje_adherencia to porcentaje
                   invoke filas::Add(filaActual)
               end-if
           end-perform.

           exec sql
               close noAdherentesTbl
           end-exec.

       end method.

       *>
       *> DevuelveAvisosPaciente
       *>
       *> Avisos de la medicación crónica de un paciente por debajo de
       *> UMBRAL_ADHERENCIA en el último cálculo, para IniciarCita.
       *>
       *> Parámetros:
       *>     idPaciente (int): Paciente en consulta
       *>
       *> Devuelve:
       *>     List[str]: "Medicamento: p% de días cubiertos (n de m
       *>                días)" por medicamento
       *>
       method-id DevuelveAvisosPaciente.
       local-storage section.
       01 idPacienteSQL pic S9(9) COMP-4.
       01 medicamento pic x(100).
       01 diasPeriodo pic S9(9) COMP-4.
       01 diasCubiertos pic S9(9) COMP-4.
       01 porcentaje pic S9(4) COMP-4.
       01 umbralSQL pic S9(4) COMP-4.
       procedure division using by value idPaciente as binary-long
                                   returning avisos as List[string].

           set avisos to new List[string]().
           set idPacienteSQL to idPaciente.
           set umbralSQL to UMBRAL_ADHERENCIA.

           exec sql
               declare avisosAdherenciaTbl cursor for
                   select a.medicamento_adherencia, a.dias_periodo_adherencia,
                          a.dias_cubiertos_adherencia, a.porcentaje_adherencia
                   from adherencia_medicacion as a
                   where a.paciente_adherencia = :idPacienteSQL
                     and a.porcentaje_adherencia < :umbralSQL
                   order by a.porcentaje_adherencia asc
           end-exec.

           exec sql
               open avisosAdherenciaTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch avisosAdherenciaTbl into :medicamento, :diasPeriodo, :diasCubiertos, :porcentaje
               end-exec
               if SQLCODE = 0
                   invoke avisos::Add(type String::Concat(
                       (medicamento as string)::Trim(), ": ", porcentaje::ToString(), "% de días cubiertos (",
                       diasCubiertos::ToString(), " de ", diasPeriodo::ToString(), " días)"))
               end-if
           end-perform.

           exec sql
               close avisosAdherenciaTbl
           end-exec.

       end method.

       end class.
