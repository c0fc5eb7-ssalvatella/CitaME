       *> asignación automática de una sala libre a una cita, igual que
       *> se hace con las especialidades en Medico::DevuelveEspecialidades.
       *>
       *> Las salas designadas de aislamiento (aislamiento_sala) se
       *> reservan para los pacientes con precauciones de aislamiento
       *> (ver Cita::MarcarAislamiento) y tras cada consulta de
       *> aislamiento la sala queda bloqueada el tiempo de limpieza
       *> (tabla salas_limpieza: sala_limpieza, cita_limpieza,
       *> fecha_limpieza, inicio_limpieza, fin_limpieza), durante el
       *> que no se le asigna ninguna cita.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.Sala.

       working-storage section.

       *> Minutos que una sala queda en limpieza tras una consulta de
       *> aislamiento si no está configurado minutos_limpieza_aislamiento
       01 MINUTOS_LIMPIEZA_DEFECTO binary-short value 30.

       *> Habilita las variables de SQL
       exec sql
           include sqlca
       *>
       *> Busca una sala del catálogo que no tenga ya otra cita asignada
       *> a la misma fecha y hora, para asignarla automáticamente a una
       *> cita nueva sin que el paciente tenga que elegirla. Las salas
       *> en limpieza tras una consulta de aislamiento no se asignan, y
       *> las salas de aislamiento sólo si no queda otra libre.
       *>
       *> Parámetros:
       *>     fechaSQL (str): Fecha de la cita, "yyyy-MM-dd"
                       select fs.sala_fs from salas_fuera_servicio as fs
                       where :fechaArgumento between fs.inicio_fs and fs.fin_fs
                   )
                   and s.nombre_sala not in (
                       select l.sala_limpieza from salas_limpieza as l
                       where l.fecha_limpieza = :fechaArgumento
                         and :horaArgumento >= l.inicio_limpieza
                         and :horaArgumento < l.fin_limpieza
                   )
                   order by coalesce(s.aislamiento_sala, 0) asc, s.nombre_sala
           end-exec.

           exec sql

       end method.

       *>
       *> FijarCosteMinuto
       *>
       *> Anota el coste por minuto de uso de una sala (alquiler,
       *> limpieza y suministros repartidos sobre sus horas de
       *> apertura), con el que se valora la duración real de cada
       *> cita en el informe de márgenes (ver modelo MargenConsulta).
       *>
       *> Parámetros:
       *>     nombre (str): Nombre de la sala
       *>     costeCentimos (int): Coste por minuto en céntimos
       *>
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>
       method-id FijarCosteMinuto.
       local-storage section.
       01 nombreSQL pic x(25).
       01 costeSQL pic S9(9) COMP-4.
       procedure division using by value nombre as string
                                         costeCentimos as binary-long
                                   returning exito as type Boolean.

           if costeCentimos < 0
               set exito to False
               goback
           end-if

           set nombreSQL to nombre.
           set costeSQL to costeCentimos.

           exec sql
               update salas
               set coste_minuto_sala = :costeSQL
               where nombre_sala = :nombreSQL
           end-exec.

           if SQLCODE = 0
               set exito to True
           else
               set exito to False
           end-if

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> AsignarTipoSala
       *>
       *> la especialidad del médico que se está reservando (ver
       *> Medico::DevuelveRequisitoSalaEspecialidad). Un requisito
       *> vacío no restringe nada, como DevuelveSalaLibre de siempre.
       *> Igual que allí, las salas de aislamiento van las últimas.
       *>
       *> Parámetros:
       *>     fechaSQL (str): Fecha de la cita, "yyyy-MM-dd"
                       select fs.sala_fs from salas_fuera_servicio as fs
                       where :fechaArgumento between fs.inicio_fs and fs.fin_fs
                   )
                   and s.nombre_sala not in (
                       select l.sala_limpieza from salas_limpieza as l
                       where l.fecha_limpieza = :fechaArgumento
                         and :horaArgumento >= l.inicio_limpieza
                         and :horaArgumento < l.fin_limpieza
                   )
                   order by coalesce(s.aislamiento_sala, 0) asc,
                            (case when :preferirSQL = 1
                                  then coalesce(s.accesible_sala, 0) else 0 end) desc,
                            s.nombre_sala
           end-exec.
       *> una fila por hueco reservado (hora, médico y tipo de cita) y
       *> una fila sintética para las salas sin ninguna reserva o
       *> fuera de servicio, de modo que mantenimiento pueda ver de un
       *> vistazo si puede cerrar una sala ese día. Los bloqueos de
       *> limpieza tras una consulta de aislamiento salen como una fila
       *> más, a su hora de inicio y con la hora de fin.
       *>
       *> Parámetros:
       *>     fechaSQL (str): Día a consultar, "yyyy-MM-dd"
                   where c.fecha_cita = :fechaArgumento
                     and c.cancelada_cita = 0
                     and c.sala_cita is not null
                   union all
                   select l.sala_limpieza, l.inicio_limpieza, 'Hasta', l.fin_limpieza, 'Limpieza aislamiento'
                   from salas_limpieza as l
                   where l.fecha_limpieza = :fechaArgumento
                   order by 1 asc, 2 asc
           end-exec.

           exec sql

       end method.

       *>
       *> MarcarAislamiento
       *>
       *> Marca (o desmarca) una sala como designada para los pacientes
       *> con precauciones de aislamiento (ver DevuelveSalaAislamiento).
       *>
       *> Parámetros:
       *>     nombre (str): Nombre de la sala
       *>     aislamiento (Boolean): True si la sala es de aislamiento
       *>
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>
       method-id MarcarAislamiento.
       local-storage section.
       01 nombreSQL pic x(25).
       01 aislamientoSQL pic 9.
       procedure division using by value nombre as string
                                         aislamiento as type Boolean
                                   returning exito as type Boolean.

           set nombreSQL to nombre.
           if aislamiento
               set aislamientoSQL to 1
           else
               set aislamientoSQL to 0
           end-if

           exec sql
               update salas
               set aislamiento_sala = :aislamientoSQL
               where nombre_sala = :nombreSQL
           end-exec.

           if SQLCODE = 0
               set exito to True
           else
               set exito to False
           end-if

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> DevuelveSalaAislamiento
       *>
       *> Busca una sala designada de aislamiento libre a la fecha y
       *> hora indicadas (sin otra cita, fuera de servicio ni en
       *> limpieza).
       *>
       *> Parámetros:
       *>     fechaSQL (str): Fecha de la cita, "yyyy-MM-dd"
       *>     horaSQL (str): Hora de la cita, "HH:mm:ss"
       *>
       *> Devuelve:
       *>     str: nombre de la sala, o "" si no hay ninguna libre
       *>
       method-id DevuelveSalaAislamiento.
       local-storage section.
       01 fechaArgumento pic x(10).
       01 horaArgumento pic x(8).
       01 nombre pic x(25).
       procedure division using by value fechaSQL as string
                                         horaSQL as string
                                   returning salaLibre as string.

           set fechaArgumento to fechaSQL.
           set horaArgumento to horaSQL.
           set salaLibre to "".

           exec sql
               declare salaAislamientoTbl cursor for
               select s.nombre_sala
                   from salas as s
                   where coalesce(s.aislamiento_sala, 0) = 1
                   and s.nombre_sala not in (
                       select m.sala_cita from citas as m
                       where m.fecha_cita = :fechaArgumento
                         and m.hora_cita = :horaArgumento
                         and m.cancelada_cita = 0
                         and m.sala_cita is not null
                   )
                   and s.nombre_sala not in (
                       select fs.sala_fs from salas_fuera_servicio as fs
                       where :fechaArgumento between fs.inicio_fs and fs.fin_fs
                   )
                   and s.nombre_sala not in (
                       select l.sala_limpieza from salas_limpieza as l
                       where l.fecha_limpieza = :fechaArgumento
                         and :horaArgumento >= l.inicio_limpieza
                         and :horaArgumento < l.fin_limpieza
                   )
                   order by s.nombre_sala
           end-exec.

           exec sql
               open salaAislamientoTbl
           end-exec.

           exec sql
               fetch salaAislamientoTbl into :nombre
           end-exec.

           if SQLCODE = 0
               set salaLibre to (nombre as string)::Trim()
           end-if

           exec sql
               close salaAislamientoTbl
           end-exec.

       end method.

       *>
       *> BloquearLimpieza
       *>
       *> Bloquea una sala durante el tiempo de limpieza tras una
       *> consulta de aislamiento (parámetro
       *> minutos_limpieza_aislamiento, MINUTOS_LIMPIEZA_DEFECTO si no
       *> está configurado), a partir de ahora. Las citas de hoy que ya
       *> tenían la sala asignada dentro del bloqueo y no han empezado
       *> se reubican en otra sala libre, igual que en
       *> PonerFueraDeServicio.
       *>
       *> Parámetros:
       *>     nombre (str): Sala a bloquear
       *>     idCita (int): Cita de aislamiento que la ha ocupado
       *>
       *> Devuelve:
       *>     int: Número de citas reubicadas de sala
       *>
       method-id BloquearLimpieza.
       local-storage section.
       01 nombreSQL pic x(25).
       01 idCitaSQL pic S9(9) COMP-4.
       01 fechaSQL pic x(10).
       01 inicioSQL pic x(8).
       01 finSQL pic x(8).
       01 minutosLimpieza binary-long.
       01 ahora type DateTime.
       01 parametros type CitaMe.modelo.Parametros.
       01 id_cita pic S9(9) COMP-4.
       01 horaSQL pic x(8).
       01 idsCitas List[binary-long].
       01 horasCitas List[string].
       01 indiceCita binary-long.
       01 salaNueva string.
       01 salaNuevaSQL pic x(25).
       01 reubicadas binary-long.
       procedure division using by value nombre as string
                                         idCita as binary-long
                                   returning totalReubicadas as binary-long.

           set totalReubicadas to 0.
           set reubicadas to 0.
           set parametros to new CitaMe.modelo.Parametros().
           set minutosLimpieza to parametros::DevuelveEntero("minutos_limpieza_aislamiento", MINUTOS_LIMPIEZA_DEFECTO).
           if minutosLimpieza <= 0
               goback
           end-if

           set ahora to type DateTime::Now.
           set nombreSQL to nombre.
           set idCitaSQL to idCita.
           set fechaSQL to ahora::ToString("yyyy-MM-dd").
           set inicioSQL to ahora::ToString("HH:mm:ss").
           *> El bloqueo no pasa de medianoche
           if ahora::AddMinutes(minutosLimpieza)::Date > ahora::Date
               set finSQL to "23:59:59"
           else
               set finSQL to ahora::AddMinutes(minutosLimpieza)::ToString("HH:mm:ss")
           end-if

           exec sql
               insert into salas_limpieza
                   (sala_limpieza, cita_limpieza, fecha_limpieza, inicio_limpieza, fin_limpieza)
               values
                   (:nombreSQL, :idCitaSQL, :fechaSQL, :inicioSQL, :finSQL)
           end-exec.

           if SQLCODE < 0
               exec sql
                   rollback
               end-exec
               goback
           end-if

           exec sql
               commit
           end-exec.

           set idsCitas to new List[binary-long]().
           set horasCitas to new List[string]().

           exec sql
               declare citasSalaLimpiezaTbl cursor for
                   select c.id_cita, c.hora_cita
                   from citas as c
                   where c.sala_cita = :nombreSQL
                     and c.fecha_cita = :fechaSQL
                     and c.hora_cita >= :inicioSQL
                     and c.hora_cita < :finSQL
                     and c.cancelada_cita = 0
                     and c.inicio_consulta_cita is null
                     and c.id_cita <> :idCitaSQL
           end-exec.

           exec sql
               open citasSalaLimpiezaTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch citasSalaLimpiezaTbl into :id_cita, :horaSQL
               end-exec
               if SQLCODE = 0
                   invoke idsCitas::Add(id_cita)
                   invoke horasCitas::Add(horaSQL as string)
               end-if
           end-perform.

           exec sql
               close citasSalaLimpiezaTbl
           end-exec.

           perform varying indiceCita from 0 by 1 until indiceCita >= idsCitas::Count
               set salaNueva to DevuelveSalaLibre(fechaSQL, horasCitas[indiceCita])
               set id_cita to idsCitas[indiceCita]
               if salaNueva::Equals("")
                   *> Sin sala libre: se deja sin sala asignada para que
                   *> el mostrador la gestione a mano
                   exec sql
                       update citas set sala_cita = null where id_cita = :id_cita
                   end-exec
               else
                   set salaNuevaSQL to salaNueva
                   exec sql
                       update citas set sala_cita = :salaNuevaSQL where id_cita = :id_cita
                   end-exec
               end-if
               add 1 to reubicadas
           end-perform.

           exec sql
               commit
           end-exec.

           set totalReubicadas to reubicadas.

       end method.

       *>
       *> EstaFueraDeServicio
       *>
