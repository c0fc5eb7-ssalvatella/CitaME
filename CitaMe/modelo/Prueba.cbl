       *> peticiones demasiado tiempo pendientes afloran en un informe
       *> para que ninguna extracción caiga en el olvido.
       *>
       *> El paciente solo ve un resultado (en su pantalla de inicio o
       *> a través del API) después de que el médico que pidió la
       *> prueba lo haya revisado (ver MarcarRevisada).
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.Prueba.

       01 hora_citacion_prueba property string.
       01 sala_citacion_prueba property string.

       *> Revisión del resultado por el médico: hasta que no vale 1 el
       *> paciente no ve ni el resultado ni sus líneas
       01 revisada_prueba property binary-short.
       01 fecha_revision_prueba property string.

       *> Habilita las variables de SQL
       exec sql
           include sqlca
       *>
       *> Registra el resultado de una prueba cuando vuelve del
       *> laboratorio o del servicio correspondiente, dejándola en
       *> estado Completada y pendiente de la revisión del médico
       *> (también cuando es un resultado corregido que sustituye a
       *> otro ya revisado).
       *>
       *> Parámetros:
       *>     idPrueba (int): Petición a completar
               update pruebas
               set estado_prueba = 'Completada',
                   resultado_prueba = :resultadoSQL,
                   fecha_resultado_prueba = :fechaSQL,
                   revisada_prueba = 0,
                   fecha_revision_prueba = null,
                   revisor_prueba = null
               where id_prueba = :idPruebaSQL
           end-exec.

       procedure division using by value idPrueba as binary-long
                                   returning lineas as List[type ResultadoLinea].

           set lineas to DevuelveLineasFiltro(idPrueba, 0, "", 0).

       end method.

       *>
       *> DevuelveLineasPruebaPaciente
       *>
       *> Igual que DevuelveLineasPrueba, pero para la vista del
       *> paciente: una prueba todavía sin revisar por el médico no
       *> devuelve ninguna línea.
       *>
       *> Parámetros:
       *>     idPrueba (int): Prueba a consultar
       *>
       *> Devuelve:
       *>     List[ResultadoLinea]: líneas del resultado revisado
       *>
       method-id DevuelveLineasPruebaPaciente.
       procedure division using by value idPrueba as binary-long
                                   returning lineas as List[type ResultadoLinea].

           set lineas to DevuelveLineasFiltro(idPrueba, 0, "", 1).

       end method.

                                         analito as string
                                   returning lineas as List[type ResultadoLinea].

           set lineas to DevuelveLineasFiltro(0, idPaciente, analito, 0).

       end method.

       *>
       *> DevuelveTendenciaAnalitoPaciente
       *>
       *> Igual que DevuelveTendenciaAnalito, pero para la vista del
       *> paciente: solo entran las determinaciones de pruebas ya
       *> revisadas por el médico.
       *>
       *> Parámetros:
       *>     idPaciente (int): Paciente a consultar
       *>     analito (str): Analito de la tendencia
       *>
       *> Devuelve:
       *>     List[ResultadoLinea]: determinaciones en orden cronológico
       *>
       method-id DevuelveTendenciaAnalitoPaciente.
       procedure division using by value idPaciente as binary-short
                                         analito as string
                                   returning lineas as List[type ResultadoLinea].

           set lineas to DevuelveLineasFiltro(0, idPaciente, analito, 1).

       end method.

       *> DevuelveLineasFiltro
       *>
       *> Consulta común de las líneas estructuradas por prueba o por
       *> paciente y analito. Cualquier filtro a 0 o vacío se ignora;
       *> soloRevisadas a 1 deja fuera las pruebas sin revisar.
       *>
       method-id DevuelveLineasFiltro private.
       local-storage section.
       01 maximo pic S9(9) COMP-4.
       01 fueraRango pic 9.
       01 fechaPeticion pic x(10).
       01 soloRevisadasSQL pic S9(9) COMP-4.
       procedure division using by value idPrueba as binary-long
                                         idPaciente as binary-long
                                         analito as string
                                         soloRevisadas as binary-short
                                   returning lineas as List[type ResultadoLinea].

           set lineas to new List[type ResultadoLinea]().
           set idPruebaSQL to idPrueba.
           set idPacienteSQL to idPaciente.
           set analitoSQL to analito::Trim().
           set soloRevisadasSQL to soloRevisadas.

           exec sql
               declare lineasFiltroTbl cursor for
                   where (:idPruebaSQL = 0 or l.prueba_linea = :idPruebaSQL)
                     and (:idPacienteSQL = 0 or p.paciente_prueba = :idPacienteSQL)
                     and (:analitoSQL = '' or l.analito_linea = :analitoSQL)
                     and (:soloRevisadasSQL = 0 or coalesce(p.revisada_prueba, 0) = 1)
                   order by p.fecha_peticion_prueba asc, l.id_linea asc
           end-exec.

       01 fechaCitacion pic x(10).
       01 horaCitacion pic x(8).
       01 salaCitacion pic x(25).
       01 revisada pic 9.
       01 fechaRevision pic x(19).
       procedure division using by value idPaciente as binary-short
                                   returning pruebas as List[type Prueba].

                          p.estado_prueba, p.fecha_peticion_prueba,
                          coalesce(p.resultado_prueba, ''), coalesce(p.fecha_resultado_prueba, ''),
                          coalesce(p.fecha_citacion_prueba, ''), coalesce(p.hora_citacion_prueba, ''),
                          coalesce(p.sala_citacion_prueba, ''),
                          coalesce(p.revisada_prueba, 0), coalesce(p.fecha_revision_prueba, '')
                   from pruebas as p
                   where p.paciente_prueba = :idPacienteSQL
                   order by p.fecha_peticion_prueba desc
                   fetch pruebasPacienteTbl into
                   :idPrueba, :idCita, :tipo, :urgente, :estado,
                   :fechaPeticion, :resultado, :fechaResultado,
                   :fechaCitacion, :horaCitacion, :salaCitacion,
                   :revisada, :fechaRevision
               end-exec

               if SQLCODE = 100
               set pruebaActual::fecha_citacion_prueba to (fechaCitacion as string)::Trim()
               set pruebaActual::hora_citacion_prueba to (horaCitacion as string)::Trim()
               set pruebaActual::sala_citacion_prueba to (salaCitacion as string)::Trim()
               set pruebaActual::revisada_prueba to revisada
               set pruebaActual::fecha_revision_prueba to (fechaRevision as string)::Trim()

               invoke pruebas::Add(pruebaActual)


       end method.

       *>
       *> DevuelvePruebasVisiblesPaciente
       *>
       *> Devuelve las pruebas del paciente tal y como puede verlas él
       *> mismo (pantalla de inicio y API): un resultado todavía sin
       *> revisar por el médico aparece como "Pendiente de revisión" y
       *> sin texto de resultado.
       *>
       *> Parámetros:
       *>     idPaciente (int): Paciente a consultar
       *>
       *> Devuelve:
       *>     List[Prueba]: pruebas del paciente, de la más reciente a
       *>                   la más antigua
       *>
       method-id DevuelvePruebasVisiblesPaciente.
       procedure division using by value idPaciente as binary-short
                                   returning pruebas as List[type Prueba].

           set pruebas to DevuelvePruebasPaciente(idPaciente).

           perform varying pruebaActual as type Prueba through pruebas
               if pruebaActual::estado_prueba::Equals("Completada") and not pruebaActual::revisada_prueba = 1
                   set pruebaActual::estado_prueba to "Pendiente de revisión"
                   set pruebaActual::resultado_prueba to ""
               end-if
           end-perform.

       end method.

       *>
       *> DevuelvePruebasDemoradas
       *>

       end method.

       *>
       *> DevuelveResultadosSinRevisar
       *>
       *> Devuelve la lista de trabajo del médico con los resultados ya
       *> recibidos de las pruebas que pidió y que todavía no ha
       *> revisado, los urgentes primero y después por antigüedad del
       *> resultado. Las citas archivadas también cuentan.
       *>
       *> Parámetros:
       *>     idMedico (int): Médico que pidió las pruebas
       *>
       *> Devuelve:
       *>     List[Prueba]: resultados pendientes de revisión
       *>
       method-id DevuelveResultadosSinRevisar.
       local-storage section.
       01 idMedicoSQL pic S9(9) COMP-4.
       01 pruebaActual type Prueba.
       01 idPrueba pic S9(9) COMP-4.
       01 idCita pic S9(9) COMP-4.
       01 idPaciente pic S9(9) COMP-4.
       01 nombreReal pic x(45).
       01 apellidos pic x(80).
       01 tipo pic x(100).
       01 urgente pic 9.
       01 resultado pic x(2000).
       01 fechaResultado pic x(10).
       procedure division using by value idMedico as binary-short
                                   returning pruebas as List[type Prueba].

           set pruebas to new List[type Prueba]().
           set idMedicoSQL to idMedico.

           exec sql
               declare resultadosSinRevisarTbl cursor for
                   select p.id_prueba, p.cita_prueba, p.paciente_prueba,
                          u.nombre_real_usuario, u.apellidos_usuario,
                          p.tipo_prueba, p.urgente_prueba,
                          coalesce(p.resultado_prueba, ''), coalesce(p.fecha_resultado_prueba, '')
                   from pruebas as p
                   inner join (
                       select c.id_cita, c.medico_cita from citas as c
                       union all
                       select h.id_cita, h.medico_cita from citas_historico as h
                   ) as t on (p.cita_prueba = t.id_cita)
                   left join usuarios as u on (p.paciente_prueba = u.id_usuario)
                   where t.medico_cita = :idMedicoSQL
                     and p.estado_prueba = 'Completada'
                     and coalesce(p.revisada_prueba, 0) = 0
                   order by p.urgente_prueba desc, p.fecha_resultado_prueba asc
           end-exec.

           exec sql
               open resultadosSinRevisarTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100

               exec sql
                   fetch resultadosSinRevisarTbl into
                   :idPrueba, :idCita, :idPaciente, :nombreReal, :apellidos,
                   :tipo, :urgente, :resultado, :fechaResultado
               end-exec

               if SQLCODE = 0
                   set pruebaActual to new Prueba()
                   set pruebaActual::id_prueba to idPrueba
                   set pruebaActual::cita_prueba to idCita
                   set pruebaActual::paciente_prueba to idPaciente
                   set pruebaActual::nombre_paciente_prueba to type String::Concat((nombreReal as string)::Trim(), " ", (apellidos as string)::Trim())
                   set pruebaActual::tipo_prueba to (tipo as string)::Trim()
                   set pruebaActual::urgente_prueba to urgente
                   set pruebaActual::estado_prueba to "Completada"
                   set pruebaActual::resultado_prueba to (resultado as string)::Trim()
                   set pruebaActual::fecha_resultado_prueba to (fechaResultado as string)::Trim()
                   set pruebaActual::revisada_prueba to 0
                   invoke pruebas::Add(pruebaActual)
               end-if

           end-perform.

           exec sql
               close resultadosSinRevisarTbl
           end-exec.

       end method.

       *>
       *> MarcarRevisada
       *>
       *> Deja constancia de que el médico ha revisado el resultado de
       *> una prueba; desde ese momento el paciente puede verlo en su
       *> pantalla de inicio y a través del API.
       *>
       *> Parámetros:
       *>     idPrueba (int): Prueba revisada
       *>     idMedico (int): Médico que la revisa
       *>
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>              False si la prueba no tiene resultado o hay un
       *>              error
       *>
       method-id MarcarRevisada.
       local-storage section.
       01 idPruebaSQL pic S9(9) COMP-4.
       01 idMedicoSQL pic S9(9) COMP-4.
       01 fechaSQL pic x(19).
       procedure division using by value idPrueba as binary-long
                                         idMedico as binary-short
                                   returning exito as type Boolean.

           set exito to False.
           set idPruebaSQL to idPrueba.
           set idMedicoSQL to idMedico.
           set fechaSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           exec sql
               update pruebas
               set revisada_prueba = 1,
                   fecha_revision_prueba = :fechaSQL,
                   revisor_prueba = :idMedicoSQL
               where id_prueba = :idPruebaSQL
                 and estado_prueba = 'Completada'
           end-exec.

           if SQLCODE < 0 or SQLERRD(3) = 0
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
