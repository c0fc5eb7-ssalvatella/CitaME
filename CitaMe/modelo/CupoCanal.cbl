       *>
       *> CupoCanal
       *>
       *> Clase que encapsula el reparto de la capacidad diaria de la
       *> agenda entre los canales de reserva: "Web" (el propio
       *> paciente desde la aplicación), "Api" (widgets de terceros a
       *> través de ApiReservas), "Mostrador" (recepción y resto del
       *> personal), "Centralita" (peticiones de la centralita regional
       *> de cita previa, ver CentralitaCitas) y "Urgente" (reserva para
       *> las emergencias).
       *>
       *> Cada cupo es un porcentaje de los huecos del día de cada
       *> médico, configurado para toda una especialidad (medico_cupo
       *> a 0) o para un médico concreto, que manda sobre el de su
       *> especialidad (tabla cupos_canal: id_cupo, especialidad_cupo,
       *> medico_cupo, canal_cupo, porcentaje_cupo). Lo que no está
       *> repartido queda como bolsa general para cualquier canal, y
       *> un canal que agota su cupo puede seguir reservando de esa
       *> bolsa. Las emergencias no se limitan nunca: el cupo urgente
       *> solo se guarda para ellas frente a los demás canales.
       *>
       *> Los cupos no usados se liberan a la bolsa general unas
       *> horas antes del día (parámetro horas_liberacion_cupos, 10
       *> por defecto: el día anterior a las 14:00); a partir de ese
       *> momento cualquier canal puede reservar cualquier hueco libre.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.CupoCanal.

       working-storage section.

       01 modeloErrores type CitaMe.modelo.RegistroErrores.

       *> Horas antes del inicio del día en que los cupos no usados
       *> pasan a la bolsa general
       01 HORAS_LIBERACION_CUPOS binary-short value 10.

       01 mfsqlmessagetext pic x(355) values "".

       *> Habilita las variables de SQL
       exec sql
           include sqlca
       end-exec.

       method-id NEW.
       procedure division.
           set modeloErrores to new CitaMe.modelo.RegistroErrores().
       end method.

       *>
       *> ConfigurarCupo
       *>
       *> Fija el porcentaje de la capacidad diaria reservado a un
       *> canal para una especialidad o para uno de sus médicos. Un
       *> porcentaje 0 quita el cupo del canal. La suma de los cupos
       *> de la especialidad (o del médico) no puede pasar de 100.
       *>
       *> Parámetros:
       *>     especialidad (str): Especialidad del cupo
       *>     idMedico (int): Médico del cupo, o 0 para toda la
       *>                     especialidad
       *>     canal (str): "Web", "Api", "Mostrador", "Centralita" o
       *>                  "Urgente"
       *>     porcentaje (int): Porcentaje de 0 a 100
       *>
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>
       method-id ConfigurarCupo.
       local-storage section.
       01 especialidadSQL pic x(25).
       01 idMedicoSQL pic S9(9) COMP-4.
       01 canalSQL pic x(10).
       01 porcentajeSQL pic S9(4) COMP-4.
       01 sumaOtros pic S9(9) COMP-4.
       procedure division using by value especialidad as string
                                         idMedico as binary-long
                                         canal as string
                                         porcentaje as binary-short
                                   returning exito as type Boolean.

           set exito to False.
           if especialidad = null or especialidad::Trim()::Equals("")
               or porcentaje < 0 or porcentaje > 100
               goback
           end-if
           if not (canal::Equals("Web") or canal::Equals("Api") or canal::Equals("Mostrador") or canal::Equals("Centralita") or canal::Equals("Urgente"))
               goback
           end-if

           set especialidadSQL to especialidad::Trim().
           set idMedicoSQL to idMedico.
           set canalSQL to canal.
           set porcentajeSQL to porcentaje.

           exec sql
               select coalesce(sum(porcentaje_cupo), 0) into :sumaOtros
               from cupos_canal
               where especialidad_cupo = :especialidadSQL
                 and medico_cupo = :idMedicoSQL
                 and canal_cupo <> :canalSQL
           end-exec.

           if not SQLCODE = 0 or sumaOtros + porcentaje > 100
               goback
           end-if

           exec sql
               delete from cupos_canal
               where especialidad_cupo = :especialidadSQL
                 and medico_cupo = :idMedicoSQL
                 and canal_cupo = :canalSQL
           end-exec.

           if porcentaje > 0
               exec sql
                   insert into cupos_canal (especialidad_cupo, medico_cupo, canal_cupo, porcentaje_cupo)
                   values (:especialidadSQL, :idMedicoSQL, :canalSQL, :porcentajeSQL)
               end-exec
           end-if

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("CupoCanal::ConfigurarCupo", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
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
       *> DevuelveCupos
       *>
       *> Cupos configurados de una especialidad y de sus médicos.
       *>
       *> Parámetros:
       *>     especialidad (str): Especialidad a consultar
       *>
       *> Devuelve:
       *>     List[str]: "Especialidad|médico #N: canal P%"
       *>
       method-id DevuelveCupos.
       local-storage section.
       01 especialidadSQL pic x(25).
       01 idMedicoSQL pic S9(9) COMP-4.
       01 canalSQL pic x(10).
       01 porcentajeSQL pic S9(4) COMP-4.
       01 ambito string.
       procedure division using by value especialidad as string
                                   returning cupos as List[string].

           set cupos to new List[string]().
           set especialidadSQL to especialidad.

           exec sql
               declare cuposCanalTbl cursor for
                   select medico_cupo, canal_cupo, porcentaje_cupo
                   from cupos_canal
                   where especialidad_cupo = :especialidadSQL
                   order by medico_cupo, canal_cupo
           end-exec.

           exec sql
               open cuposCanalTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch cuposCanalTbl into :idMedicoSQL, :canalSQL, :porcentajeSQL
               end-exec
               if SQLCODE = 0
                   if idMedicoSQL = 0
                       set ambito to "Especialidad"
                   else
                       set ambito to type String::Concat("Médico #", idMedicoSQL::ToString())
                   end-if
                   invoke cupos::Add(type String::Concat(ambito, ": ", (canalSQL as string)::Trim(), " ",
                       porcentajeSQL::ToString(), "%"))
               end-if
           end-perform.

           exec sql
               close cuposCanalTbl
           end-exec.

       end method.

       *>
       *> PermiteCanal
       *>
       *> Comprueba si un canal puede reservar otro hueco de un médico
       *> en un día: le quedan huecos de su propio cupo, o le queda
       *> sitio en la bolsa general (la parte de la capacidad que no
       *> está repartida entre canales).
       *>
       *> Parámetros:
       *>     idMedico (int): Médico del hueco
       *>     especialidad (str): Especialidad del médico
       *>     fecha (DateTime): Día del hueco
       *>     canal (str): Canal que quiere reservar
       *>     capacidadDia (int): Huecos del día del médico según su
       *>                         jornada
       *>
       *> Devuelve:
       *>     Boolean: True si el canal puede reservar ese día
       *>
       method-id PermiteCanal.
       local-storage section.
       01 idMedicoSQL pic S9(9) COMP-4.
       01 idMedicoCitaSQL pic S9(9) COMP-4.
       01 especialidadSQL pic x(25).
       01 fechaSQL pic x(10).
       01 canalSQL pic x(10).
       01 canalCupo pic x(10).
       01 porcentajeSQL pic S9(4) COMP-4.
       01 reservadasCanal pic S9(9) COMP-4.
       01 reservadasDia pic S9(9) COMP-4.
       01 cuposMedico pic S9(9) COMP-4.
       01 cupoCanal binary-long.
       01 sumaCupos binary-long.
       01 dentroDeCupos binary-long.
       01 bolsaGeneral binary-long.
       01 horasLiberacion binary-short.
       01 parametros type CitaMe.modelo.Parametros.
       procedure division using by value idMedico as binary-long
                                         especialidad as string
                                         fecha as type DateTime
                                         canal as string
                                         capacidadDia as binary-long
                                   returning permite as type Boolean.

           set permite to True.

           *> Las emergencias y las reservas sin canal no se limitan
           if canal = null or canal::Equals("") or canal::Equals("Urgente")
               goback
           end-if

           *> Pasada la hora de liberación todo hueco libre es de todos
           set parametros to new CitaMe.modelo.Parametros().
           set horasLiberacion to parametros::DevuelveEntero("horas_liberacion_cupos", HORAS_LIBERACION_CUPOS).
           if type DateTime::Now >= fecha::Date::AddHours(- horasLiberacion)
               goback
           end-if

           set idMedicoSQL to idMedico.
           set idMedicoCitaSQL to idMedico.
           set especialidadSQL to especialidad.
           set fechaSQL to fecha::ToString("yyyy-MM-dd").
           set canalSQL to canal.

           *> Los cupos propios del médico mandan sobre los de su
           *> especialidad
           exec sql
               select count(*) into :cuposMedico
               from cupos_canal
               where medico_cupo = :idMedicoSQL
           end-exec.

           if not SQLCODE = 0
               goback
           end-if

           if cuposMedico = 0
               set idMedicoSQL to 0
           end-if

           exec sql
               declare cuposDiaTbl cursor for
                   select q.canal_cupo, q.porcentaje_cupo,
                          (select count(*) from citas as c
                           where c.medico_cita = :idMedicoCitaSQL
                             and c.fecha_cita = :fechaSQL
                             and c.cancelada_cita = 0
                             and coalesce(c.canal_cita, 'Mostrador') = q.canal_cupo)
                   from cupos_canal as q
                   where q.medico_cupo = :idMedicoSQL
                     and (q.medico_cupo > 0 or q.especialidad_cupo = :especialidadSQL)
           end-exec.

           exec sql
               open cuposDiaTbl
           end-exec.

           set sumaCupos to 0.
           set dentroDeCupos to 0.
           set cupoCanal to -1.
           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch cuposDiaTbl into :canalCupo, :porcentajeSQL, :reservadasCanal
               end-exec
               if SQLCODE = 0
                   compute cupoCanal = capacidadDia * porcentajeSQL / 100
                   add cupoCanal to sumaCupos
                   if reservadasCanal < cupoCanal
                       add reservadasCanal to dentroDeCupos
                   else
                       add cupoCanal to dentroDeCupos
                   end-if
                   *> Al canal le quedan huecos de su propio cupo
                   if (canalCupo as string)::Trim()::Equals(canal) and reservadasCanal < cupoCanal
                       exec sql
                           close cuposDiaTbl
                       end-exec
                       goback
                   end-if
               end-if
           end-perform.

           exec sql
               close cuposDiaTbl
           end-exec.

           *> Sin cupos configurados no hay reparto que respetar
           if cupoCanal = -1
               goback
           end-if

           *> Bolsa general: lo no repartido, ocupado por las reservas
           *> que no caben en el cupo de su canal
           exec sql
               select count(*) into :reservadasDia
               from citas
               where medico_cita = :idMedicoCitaSQL
                 and fecha_cita = :fechaSQL
                 and cancelada_cita = 0
           end-exec.

           compute bolsaGeneral = capacidadDia - sumaCupos.
           if SQLCODE = 0 and reservadasDia - dentroDeCupos >= bolsaGeneral
               set permite to False
           end-if

       end method.

       *>
       *> DevuelveOcupacionCanales
       *>
       *> Llenado de cada canal para una especialidad en un periodo:
       *> citas reservadas por el canal frente a los huecos de su cupo
       *> (según los cupos de la especialidad).
       *>
       *> Parámetros:
       *>     especialidad (str): Especialidad del informe
       *>     desde (str): Primer día yyyy-MM-dd
       *>     hasta (str): Último día yyyy-MM-dd
       *>     capacidad (int): Huecos de la especialidad en el periodo
       *>
       *> Devuelve:
       *>     str: "Web 12/40, Api 5/20, Mostrador 30/30, Centralita 8/10,
       *>          Urgente 1/10"
       *>          (el cupo es "-" para los canales sin cupo)
       *>
       method-id DevuelveOcupacionCanales.
       local-storage section.
       01 especialidadSQL pic x(25).
       01 desdeSQL pic x(10).
       01 hastaSQL pic x(10).
       01 canalSQL pic x(10).
       01 porcentajeSQL pic S9(4) COMP-4.
       01 reservadasSQL pic S9(9) COMP-4.
       01 cupoCanal binary-long.
       01 textoCupo string.
       procedure division using by value especialidad as string
                                         desde as string
                                         hasta as string
                                         capacidad as binary-long
                                   returning ocupacion as string.

           set ocupacion to "".
           set especialidadSQL to especialidad.
           set desdeSQL to desde.
           set hastaSQL to hasta.

           exec sql
               declare ocupacionCanalTbl cursor for
                   select k.canal, coalesce(q.porcentaje_cupo, 0),
                          (select count(*) from citas as c
                           left join medicos as m on (c.medico_cita = m.id_usuario_medico)
                           where m.especialidad_medico = :especialidadSQL
                             and c.cancelada_cita = 0
                             and c.fecha_cita between :desdeSQL and :hastaSQL
                             and coalesce(c.canal_cita, 'Mostrador') = k.canal)
                   from (select 'Web' as canal, 1 as orden union all select 'Api', 2
                         union all select 'Mostrador', 3 union all select 'Centralita', 4
                         union all select 'Urgente', 5) as k
                   left join cupos_canal as q
                          on (q.canal_cupo = k.canal and q.especialidad_cupo = :especialidadSQL and q.medico_cupo = 0)
                   order by k.orden
           end-exec.

           exec sql
               open ocupacionCanalTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch ocupacionCanalTbl into :canalSQL, :porcentajeSQL, :reservadasSQL
               end-exec
               if SQLCODE = 0
                   if porcentajeSQL > 0
                       compute cupoCanal = capacidad * porcentajeSQL / 100
                       set textoCupo to cupoCanal::ToString()
                   else
                       set textoCupo to "-"
                   end-if
                   if not ocupacion::Equals("")
                       set ocupacion to type String::Concat(ocupacion, ", ")
                   end-if
                   set ocupacion to type String::Concat(ocupacion, (canalSQL as string)::Trim(), " ",
                       reservadasSQL::ToString(), "/", textoCupo)
               end-if
           end-perform.

           exec sql
               close ocupacionCanalTbl
           end-exec.

       end method.

       end class.
