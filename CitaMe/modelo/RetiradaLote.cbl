       *>
       *> RetiradaLote
       *>
       *> Clase que encapsula la retirada de un lote de vacuna o
       *> medicamento ordenada por el fabricante o la autoridad
       *> sanitaria: responde a "quién ha recibido el lote X" a partir
       *> de las salidas del inventario contra citas (tabla
       *> movimientos_inventario, ver Inventario::RegistrarSalida) y
       *> de las dosis de campaña (tabla campania_invitados, ver
       *> Campania::RegistrarVacunacion) y del calendario vacunal
       *> (tabla vacunas_administradas, ver
       *> CalendarioVacunal::RegistrarDosis), bloquea el lote para que no
       *> se vuelva a usar (ver Inventario::CambiarEstadoLote) y avisa
       *> a los pacientes afectados por el buzón de salida (ver
       *> Notificador::EnviarAvisoRetiradaLote).
       *>
       *> Tablas:
       *>  - retiradas_lote: id_retirada, lote_retirada,
       *>    producto_retirada, origen_retirada (Fabricante o
       *>    Autoridad), motivo_retirada, fecha_retirada,
       *>    estado_retirada (Abierta o Cerrada),
       *>    unidades_bloqueadas_retirada (stock del lote al
       *>    bloquearlo), fecha_cierre_retirada,
       *>    actuaciones_retirada (lo hecho con el stock y los
       *>    pacientes, anotado al cerrar) y fichero_retirada (acta de
       *>    cierre para el inspector).
       *>  - retirada_afectados: retirada_afectado, paciente_afectado,
       *>    cita_afectado (0 si la dosis fue de campaña),
       *>    fecha_dosis_afectado, origen_afectado (Cita, Campania o
       *>    Calendario) y
       *>    notificado_afectado.
       *>
       *> El acta de cierre se escribe en la carpeta retiradas, junto
       *> al ejecutable, igual que los dossieres de acceso.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.RetiradaLote.

       working-storage section.

       01 modeloInventario type CitaMe.modelo.Inventario.
       01 modeloNotificador type CitaMe.modelo.Notificador.
       01 modeloErrores type CitaMe.modelo.RegistroErrores.

       01 mfsqlmessagetext pic x(355) values "".

       *> Habilita las variables de SQL
       exec sql
           include sqlca
       end-exec.

       method-id NEW.
       procedure division.
           set modeloInventario to new CitaMe.modelo.Inventario().
           set modeloNotificador to new CitaMe.modelo.Notificador().
           set modeloErrores to new CitaMe.modelo.RegistroErrores().
       end method.

       *>
       *> IniciarRetirada
       *>
       *> Abre la retirada de un lote: lo bloquea en el inventario,
       *> localiza a todos los pacientes que lo han recibido (contra
       *> una cita, incluidas las ya archivadas, o en una campaña de
       *> vacunación) y les encola el aviso de retirada.
       *>
       *> Parámetros:
       *>     lote (str): Lote retirado
       *>     origen (str): Fabricante o Autoridad
       *>     motivo (str): Motivo y referencia de la alerta
       *>
       *> Devuelve:
       *>     int: id de la retirada, 0 si el lote ya tiene una
       *>          retirada abierta o hubo error
       *>
       method-id IniciarRetirada.
       local-storage section.
       01 loteSQL pic x(50).
       01 origenSQL pic x(15).
       01 motivoSQL pic x(255).
       01 ahoraSQL pic x(19).
       01 abiertas pic S9(9) COMP-4.
       01 producto pic x(100).
       01 unidades pic S9(9) COMP-4.
       01 idRetiradaSQL pic S9(9) COMP-4.
       01 idPaciente pic S9(9) COMP-4.
       01 idCita pic S9(9) COMP-4.
       01 fechaDosis pic x(19).
       01 origenDosis pic x(10).
       01 pacientes List[binary-long].
       01 citas List[binary-long].
       01 fechas List[string].
       01 origenes List[string].
       01 indice binary-long.
       01 notificado pic S9(9) COMP-4.
       procedure division using by value lote as string
                                         origen as string
                                         motivo as string
                                   returning idRetirada as binary-long.

           set idRetirada to 0.
           set loteSQL to lote::Trim().
           set origenSQL to origen::Trim().
           set motivoSQL to motivo::Trim().
           set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           exec sql
               select count(*) into :abiertas
               from retiradas_lote as r
               where r.lote_retirada = :loteSQL
                 and r.estado_retirada = 'Abierta'
           end-exec.

           if not SQLCODE = 0 or abiertas > 0
               goback
           end-if

           *> Producto y stock del lote antes de bloquearlo; un lote
           *> que solo se conoce por las dosis de campaña toma el
           *> nombre de la vacuna de la campaña
           exec sql
               select coalesce(max(a.nombre_articulo), ''), coalesce(sum(a.stock_articulo), 0)
               into :producto, :unidades
               from articulos_inventario as a
               where a.lote_articulo = :loteSQL
           end-exec.

           if (producto as string)::Trim()::Equals("")
               exec sql
                   select coalesce(max(ca.vacuna_campania), '') into :producto
                   from campania_invitados as ci
                   inner join campanias as ca on (ci.campania_invitado = ca.id_campania)
                   where ci.lote_invitado = :loteSQL
               end-exec
           end-if
           if (producto as string)::Trim()::Equals("")
               exec sql
                   select coalesce(max(v.vacuna_vacunacion), '') into :producto
                   from vacunas_administradas as v
                   where v.lote_vacunacion = :loteSQL
               end-exec
           end-if

           *> La retirada y su lista de afectados se guardan juntas;
           *> los avisos salen después, ya confirmada la lista
           exec sql
               insert into retiradas_lote
                   (lote_retirada, producto_retirada, origen_retirada, motivo_retirada,
                    fecha_retirada, estado_retirada, unidades_bloqueadas_retirada)
               values
                   (:loteSQL, :producto, :origenSQL, :motivoSQL,
                    :ahoraSQL, 'Abierta', :unidades)
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("RetiradaLote::IniciarRetirada", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               goback
           end-if

           exec sql
               select LAST_INSERT_ID() into :idRetiradaSQL
           end-exec.

           *> Pacientes que recibieron el lote: salidas contra cita
           *> (activas o archivadas), dosis de campaña y del calendario
           set pacientes to new List[binary-long]().
           set citas to new List[binary-long]().
           set fechas to new List[string]().
           set origenes to new List[string]().

           exec sql
               declare afectadosLoteTbl cursor for
                   select t.paciente_cita, m.cita_movimiento, m.fecha_movimiento, 'Cita'
                   from movimientos_inventario as m
                   inner join articulos_inventario as a on (m.articulo_movimiento = a.id_articulo)
                   inner join (
                       select c.id_cita, c.paciente_cita from citas as c
                       union all
                       select h.id_cita, h.paciente_cita from citas_historico as h
                   ) as t on (m.cita_movimiento = t.id_cita)
                   where a.lote_articulo = :loteSQL
                     and m.tipo_movimiento = 'Salida'
                     and m.cita_movimiento > 0
                   union all
                   select ci.paciente_invitado, 0, ci.fecha_vacunacion_invitado, 'Campania'
                   from campania_invitados as ci
                   where ci.lote_invitado = :loteSQL
                     and ci.vacunado_invitado = 1
                   union all
                   select v.paciente_vacunacion, v.cita_vacunacion, v.fecha_vacunacion, 'Calendario'
                   from vacunas_administradas as v
                   where v.lote_vacunacion = :loteSQL
                   order by 3
           end-exec.

           exec sql
               open afectadosLoteTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch afectadosLoteTbl into :idPaciente, :idCita, :fechaDosis, :origenDosis
               end-exec
               if SQLCODE = 0
                   invoke pacientes::Add(idPaciente)
                   invoke citas::Add(idCita)
                   invoke fechas::Add((fechaDosis as string)::Trim())
                   invoke origenes::Add((origenDosis as string)::Trim())
               end-if
           end-perform.

           exec sql
               close afectadosLoteTbl
           end-exec.

           set notificado to 0.
           perform varying indice from 0 by 1 until indice >= pacientes::Count
               set idPaciente to pacientes[indice]
               set idCita to citas[indice]
               set fechaDosis to fechas[indice]
               set origenDosis to origenes[indice]
               exec sql
                   insert into retirada_afectados
                       (retirada_afectado, paciente_afectado, cita_afectado,
                        fecha_dosis_afectado, origen_afectado, notificado_afectado)
                   values
                       (:idRetiradaSQL, :idPaciente, :idCita,
                        :fechaDosis, :origenDosis, :notificado)
               end-exec
               if SQLCODE < 0
                   invoke modeloErrores::RegistrarError("RetiradaLote::IniciarRetirada", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
                   exec sql
                       rollback
                   end-exec
                   goback
               end-if
           end-perform.

           exec sql
               commit
           end-exec.

           if not SQLCODE = 0
               invoke modeloErrores::RegistrarError("RetiradaLote::IniciarRetirada", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               goback
           end-if

           set idRetirada to idRetiradaSQL.
           invoke modeloInventario::CambiarEstadoLote(lote, "Retirado").

           *> Un aviso que no se pudo encolar queda como no notificado
           *> para que el mostrador llame al paciente
           perform varying indice from 0 by 1 until indice >= pacientes::Count
               if modeloNotificador::EnviarAvisoRetiradaLote(pacientes[indice], citas[indice],
                   (producto as string)::Trim(), lote::Trim(), fechas[indice]::Substring(0, 10))
                   set idPaciente to pacientes[indice]
                   set idCita to citas[indice]
                   set fechaDosis to fechas[indice]
                   exec sql
                       update retirada_afectados
                       set notificado_afectado = 1
                       where retirada_afectado = :idRetiradaSQL
                         and paciente_afectado = :idPaciente
                         and cita_afectado = :idCita
                         and fecha_dosis_afectado = :fechaDosis
                   end-exec
                   if SQLCODE < 0
                       invoke modeloErrores::RegistrarError("RetiradaLote::IniciarRetirada", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
                       exec sql
                           rollback
                       end-exec
                   else
                       exec sql
                           commit
                       end-exec
                   end-if
               end-if
           end-perform.

       end method.

       *>
       *> DevuelveAfectados
       *>
       *> Devuelve los pacientes afectados por una retirada, con la
       *> fecha de la dosis y la cita, y si se les ha podido avisar.
       *>
       *> Parámetros:
       *>     idRetirada (int): Retirada a consultar
       *>
       *> Devuelve:
       *>     List[str]: "fecha - Cita #id (o Campaña) - paciente"
       *>
       method-id DevuelveAfectados.
       local-storage section.
       01 idRetiradaSQL pic S9(9) COMP-4.
       01 idPaciente pic S9(9) COMP-4.
       01 nombreReal pic x(45).
       01 apellidos pic x(80).
       01 idCita pic S9(9) COMP-4.
       01 fechaDosis pic x(19).
       01 notificado pic S9(9) COMP-4.
       01 textoCita string.
       01 textoAviso string.
       procedure division using by value idRetirada as binary-long
                                   returning afectados as List[string].

           set afectados to new List[string]().
           set idRetiradaSQL to idRetirada.

           exec sql
               declare afectadosRetiradaTbl cursor for
                   select ra.paciente_afectado, u.nombre_real_usuario, u.apellidos_usuario,
                          ra.cita_afectado, ra.fecha_dosis_afectado, ra.notificado_afectado
                   from retirada_afectados as ra
                   left join usuarios as u on (ra.paciente_afectado = u.id_usuario)
                   where ra.retirada_afectado = :idRetiradaSQL
                   order by ra.fecha_dosis_afectado asc
           end-exec.

           exec sql
               open afectadosRetiradaTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch afectadosRetiradaTbl into :idPaciente, :nombreReal, :apellidos,
                                                   :idCita, :fechaDosis, :notificado
               end-exec
               if SQLCODE = 0
                   if idCita > 0
                       set textoCita to type String::Concat("Cita #", idCita::ToString())
                   else
                       set textoCita to "Campaña"
                   end-if
                   if notificado = 1
                       set textoAviso to "avisado"
                   else
                       set textoAviso to "SIN AVISO, contactar"
                   end-if
                   invoke afectados::Add(type String::Concat(
                       (fechaDosis as string)::Trim(), " - ", textoCita, " - Paciente #",
                       idPaciente::ToString(), " ", (nombreReal as string)::Trim(), " ",
                       (apellidos as string)::Trim(), " (", textoAviso, ")"))
               end-if
           end-perform.

           exec sql
               close afectadosRetiradaTbl
           end-exec.

       end method.

       *>
       *> DevuelveRetiradas
       *>
       *> Devuelve las retiradas registradas, las abiertas primero.
       *>
       *> Devuelve:
       *>     List[str]: "Retirada #id - lote - producto - estado" por
       *>                retirada
       *>
       method-id DevuelveRetiradas.
       local-storage section.
       01 idRetirada pic S9(9) COMP-4.
       01 lote pic x(50).
       01 producto pic x(100).
       01 origen pic x(15).
       01 fechaRetirada pic x(19).
       01 estado pic x(10).
       01 numAfectados pic S9(9) COMP-4.
       procedure division returning retiradas as List[string].

           set retiradas to new List[string]().

           exec sql
               declare retiradasLoteTbl cursor for
                   select r.id_retirada, r.lote_retirada, r.producto_retirada, r.origen_retirada,
                          r.fecha_retirada, r.estado_retirada,
                          (select count(*) from retirada_afectados as ra
                           where ra.retirada_afectado = r.id_retirada)
                   from retiradas_lote as r
                   order by r.estado_retirada asc, r.fecha_retirada desc
           end-exec.

           exec sql
               open retiradasLoteTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch retiradasLoteTbl into :idRetirada, :lote, :producto, :origen,
                                               :fechaRetirada, :estado, :numAfectados
               end-exec
               if SQLCODE = 0
                   invoke retiradas::Add(type String::Concat(
                       "Retirada #", idRetirada::ToString(), " - ", (fechaRetirada as string)::Trim(),
                       " - lote ", (lote as string)::Trim(), " ", (producto as string)::Trim(),
                       " (", (origen as string)::Trim(), ") - ", numAfectados::ToString(),
                       " pacientes - ", (estado as string)::Trim()))
               end-if
           end-perform.

           exec sql
               close retiradasLoteTbl
           end-exec.

       end method.

       *>
       *> CerrarRetirada
       *>
       *> Cierra una retirada abierta con las actuaciones realizadas
       *> (devolución del stock al fabricante, pacientes revisados...)
       *> y deja el acta de cierre para el inspector en la carpeta
       *> retiradas: datos de la alerta, unidades bloqueadas y la
       *> relación de pacientes afectados con su aviso.
       *>
       *> Parámetros:
       *>     idRetirada (int): Retirada a cerrar
       *>     actuaciones (str): Actuaciones realizadas
       *>
       *> Devuelve:
       *>     str: ruta del acta, "" si la retirada no está abierta
       *>
       method-id CerrarRetirada.
       local-storage section.
       01 idRetiradaSQL pic S9(9) COMP-4.
       01 actuacionesSQL pic x(1000).
       01 ahoraSQL pic x(19).
       01 lote pic x(50).
       01 producto pic x(100).
       01 origen pic x(15).
       01 motivoRetirada pic x(255).
       01 fechaRetirada pic x(19).
       01 unidades pic S9(9) COMP-4.
       01 afectados List[string].
       01 contenido type System.Text.StringBuilder.
       01 carpeta string.
       01 rutaSQL pic x(255).
       procedure division using by value idRetirada as binary-long
                                         actuaciones as string
                                   returning rutaArchivo as string.

           set rutaArchivo to "".
           set idRetiradaSQL to idRetirada.
           set actuacionesSQL to actuaciones::Trim().
           set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           exec sql
               select r.lote_retirada, r.producto_retirada, r.origen_retirada, r.motivo_retirada,
                      r.fecha_retirada, r.unidades_bloqueadas_retirada
               into :lote, :producto, :origen, :motivoRetirada, :fechaRetirada, :unidades
               from retiradas_lote as r
               where r.id_retirada = :idRetiradaSQL
                 and r.estado_retirada = 'Abierta'
           end-exec.

           if not SQLCODE = 0
               goback
           end-if

           set afectados to DevuelveAfectados(idRetirada).

           set contenido to new System.Text.StringBuilder().
           invoke contenido::AppendLine(type String::Concat("ACTA DE CIERRE DE RETIRADA DE LOTE Nº ", idRetirada::ToString())).
           invoke contenido::AppendLine("").
           invoke contenido::AppendLine(type String::Concat("Producto:            ", (producto as string)::Trim())).
           invoke contenido::AppendLine(type String::Concat("Lote:                ", (lote as string)::Trim())).
           invoke contenido::AppendLine(type String::Concat("Ordenada por:        ", (origen as string)::Trim())).
           invoke contenido::AppendLine(type String::Concat("Motivo:              ", (motivoRetirada as string)::Trim())).
           invoke contenido::AppendLine(type String::Concat("Fecha de retirada:   ", (fechaRetirada as string)::Trim())).
           invoke contenido::AppendLine(type String::Concat("Unidades bloqueadas: ", unidades::ToString())).
           invoke contenido::AppendLine(type String::Concat("Fecha de cierre:     ", ahoraSQL as string)).
           invoke contenido::AppendLine("").
           invoke contenido::AppendLine(type String::Concat("Pacientes afectados: ", afectados::Count::ToString())).
           perform varying afectado as string through afectados
               invoke contenido::AppendLine(type String::Concat("  ", afectado))
           end-perform.
           invoke contenido::AppendLine("").
           invoke contenido::AppendLine("Actuaciones realizadas:").
           invoke contenido::AppendLine(actuaciones::Trim()).

           set carpeta to type String::Concat(type AppDomain::CurrentDomain::BaseDirectory, "retiradas").
           if not type System.IO.Directory::Exists(carpeta)
               invoke type System.IO.Directory::CreateDirectory(carpeta)
           end-if

           set rutaArchivo to type String::Concat(carpeta, "\retirada_", idRetirada::ToString(), "_",
               type DateTime::Now::ToString("yyyyMMddHHmmss"), ".txt").
           invoke type System.IO.File::WriteAllText(rutaArchivo, contenido::ToString()).
           set rutaSQL to rutaArchivo.

           exec sql
               update retiradas_lote
               set estado_retirada = 'Cerrada',
                   fecha_cierre_retirada = :ahoraSQL,
                   actuaciones_retirada = :actuacionesSQL,
                   fichero_retirada = :rutaSQL
               where id_retirada = :idRetiradaSQL
           end-exec.

           exec sql
               commit
           end-exec.

       end method.

       end class.
