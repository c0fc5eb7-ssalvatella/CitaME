       *>
       *> MargenConsulta
       *>
       *> Clase que encapsula el coste por visita y el margen de cada
       *> cita atendida frente a lo facturado por ella, resumido por
       *> especialidad, médico, tipo de cita y pagador (el propio
       *> paciente, "Privado", o cada mutua).
       *>
       *> El coste de una cita se compone de:
       *>  - Personal: minutos de consulta por el coste por minuto del
       *>    médico (medicos.coste_minuto_medico, ver
       *>    Medico::FijarCosteMinuto).
       *>  - Sala: minutos de consulta por el coste por minuto de la
       *>    sala (salas.coste_minuto_sala, ver Sala::FijarCosteMinuto).
       *>  - Material: salidas de inventario contra la cita por el
       *>    coste unitario del artículo
       *>    (articulos_inventario.coste_unitario_articulo, ver
       *>    Inventario::FijarCosteUnitario).
       *>  - Pruebas: pruebas pedidas desde la cita por su coste en la
       *>    tabla costes_pruebas (tipo_prueba_coste, importe_coste).
       *> Los minutos son la duración real de la consulta
       *> (Cita::RegistrarInicioConsulta y Cita::RegistrarFinConsulta);
       *> si no se registró, la duración configurada de la
       *> especialidad. El ingreso es lo facturado por la cita,
       *> rectificativas incluidas, menos las glosas que la mutua no
       *> paga (estado Aceptada, ver Mutua::ResolverGlosa). Todos los
       *> importes van en céntimos.
       *>
       *> Cita::CerrarMes congela cada mes las citas atendidas en la
       *> tabla margenes_citas (mes_margen, cita_margen,
       *> especialidad_margen, medico_margen, nombre_medico_margen,
       *> tipo_margen, pagador_margen, minutos_margen,
       *> duracion_real_margen, coste_personal_margen,
       *> coste_sala_margen, coste_material_margen,
       *> coste_pruebas_margen, ingreso_margen), de la que salen el
       *> informe mensual y la tendencia del margen. Repetir el cierre
       *> de un mes sustituye sus filas.
       *>
       *> El informe imprimible se escribe en la carpeta margenes,
       *> junto al ejecutable.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.MargenConsulta.

       working-storage section.

       *> Habilita las variables de SQL
       exec sql
           include sqlca
       end-exec.

       *>
       *> FijarCostePrueba
       *>
       *> Fija (o sustituye) el coste de realizar un tipo de prueba.
       *>
       *> Parámetros:
       *>     tipoPrueba (str): Tipo de prueba (analítica, radiografía...)
       *>     costeCentimos (int): Coste en céntimos
       *>
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>              False en caso de error
       *>
       method-id FijarCostePrueba.
       local-storage section.
       01 tipoSQL pic x(100).
       01 costeSQL pic S9(9) COMP-4.
       procedure division using by value tipoPrueba as string
                                         costeCentimos as binary-long
                                   returning exito as type Boolean.

           set exito to False.
           if tipoPrueba::Trim()::Equals("") or costeCentimos < 0
               goback
           end-if

           set tipoSQL to tipoPrueba::Trim().
           set costeSQL to costeCentimos.

           exec sql
               delete from costes_pruebas where tipo_prueba_coste = :tipoSQL
           end-exec.

           exec sql
               insert into costes_pruebas (tipo_prueba_coste, importe_coste)
               values (:tipoSQL, :costeSQL)
           end-exec.

           if SQLCODE = 0
               set exito to True
               exec sql
                   commit
               end-exec
           else
               exec sql
                   rollback
               end-exec
           end-if.

       end method.

       *>
       *> CerrarMes
       *>
       *> Congela en margenes_citas el coste y el ingreso de cada cita
       *> atendida del mes (ni cancelada ni no presentada, con
       *> diagnóstico registrado), de citas y citas_historico. La
       *> invoca Cita::CerrarMes tras congelar las estadísticas.
       *>
       *> Parámetros:
       *>     mesSQL (str): Mes a cerrar, "yyyy-MM"
       *>
       *> Devuelve:
       *>     int: Número de citas congeladas
       *>
       method-id CerrarMes.
       local-storage section.
       01 mesArgumento pic x(7).
       01 desdeSQL pic x(10).
       01 hastaSQL pic x(10).
       01 primerDia type DateTime.
       01 citasCongeladas pic S9(9) COMP-4.
       01 modeloErrores type CitaMe.modelo.RegistroErrores.
       procedure division using by value mesSQL as string
                                   returning totalCitas as binary-long.

           set totalCitas to 0.
           set mesArgumento to mesSQL::Trim().
           set primerDia to type DateTime::ParseExact(type String::Concat(mesSQL::Trim(), "-01"), "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture).
           set desdeSQL to primerDia::ToString("yyyy-MM-dd").
           set hastaSQL to primerDia::AddMonths(1)::AddDays(-1)::ToString("yyyy-MM-dd").

           exec sql
               delete from margenes_citas where mes_margen = :mesArgumento
           end-exec.

           *> Minutos y costes de personal y sala. Las citas archivadas
           *> no conservan la hora de inicio y fin de la consulta: se
           *> valoran con la duración de la especialidad
           exec sql
               insert into margenes_citas
                   (mes_margen, cita_margen, especialidad_margen, medico_margen,
                    nombre_medico_margen, tipo_margen, pagador_margen,
                    minutos_margen, duracion_real_margen,
                    coste_personal_margen, coste_sala_margen,
                    coste_material_margen, coste_pruebas_margen, ingreso_margen)
               select :mesArgumento, t.id_cita, t.especialidad, t.medico,
                      t.nombre_medico, t.tipo, 'Privado',
                      t.minutos, t.medida,
                      t.minutos * t.coste_medico, t.minutos * t.coste_sala,
                      0, 0, 0
               from (
                   select c.id_cita as id_cita,
                          coalesce(m.especialidad_medico, '') as especialidad,
                          c.medico_cita as medico,
                          concat(coalesce(u.nombre_real_usuario, ''), ' ', coalesce(u.apellidos_usuario, '')) as nombre_medico,
                          coalesce(c.tipo_cita, '') as tipo,
                          case when c.inicio_consulta_cita is not null and c.fin_consulta_cita is not null
                               then timestampdiff(minute, c.inicio_consulta_cita, c.fin_consulta_cita)
                               else coalesce(e.duracion_cita, 10) end as minutos,
                          case when c.inicio_consulta_cita is not null and c.fin_consulta_cita is not null
                               then 1 else 0 end as medida,
                          coalesce(m.coste_minuto_medico, 0) as coste_medico,
                          coalesce(s.coste_minuto_sala, 0) as coste_sala
                   from citas as c
                   left join medicos as m on (c.medico_cita = m.id_usuario_medico)
                   left join usuarios as u on (c.medico_cita = u.id_usuario)
                   left join especialidades as e on (m.especialidad_medico = e.nombre_especialidad)
                   left join salas as s on (c.sala_cita = s.nombre_sala)
                   where c.fecha_cita between :desdeSQL and :hastaSQL
                     and coalesce(c.cancelada_cita, 0) = 0
                     and coalesce(c.no_presentado_cita, 0) = 0
                     and c.diagnostico_cita is not null
                   union all
                   select h.id_cita as id_cita,
                          coalesce(m2.especialidad_medico, '') as especialidad,
                          h.medico_cita as medico,
                          concat(coalesce(u2.nombre_real_usuario, ''), ' ', coalesce(u2.apellidos_usuario, '')) as nombre_medico,
                          coalesce(h.tipo_cita, '') as tipo,
                          coalesce(e2.duracion_cita, 10) as minutos,
                          0 as medida,
                          coalesce(m2.coste_minuto_medico, 0) as coste_medico,
                          coalesce(s2.coste_minuto_sala, 0) as coste_sala
                   from citas_historico as h
                   left join medicos as m2 on (h.medico_cita = m2.id_usuario_medico)
                   left join usuarios as u2 on (h.medico_cita = u2.id_usuario)
                   left join especialidades as e2 on (m2.especialidad_medico = e2.nombre_especialidad)
                   left join salas as s2 on (h.sala_cita = s2.nombre_sala)
                   where h.fecha_cita between :desdeSQL and :hastaSQL
                     and coalesce(h.cancelada_cita, 0) = 0
                     and coalesce(h.no_presentado_cita, 0) = 0
                     and h.diagnostico_cita is not null
               ) as t
           end-exec.

           if SQLCODE < 0
               set modeloErrores to new CitaMe.modelo.RegistroErrores()
               invoke modeloErrores::RegistrarError("MargenConsulta::CerrarMes", SQLCODE,
                   type String::Concat("No se han podido congelar los márgenes de ", mesSQL))
               exec sql
                   rollback
               end-exec
               goback
           end-if

           set citasCongeladas to SQLERRD(3).

           *> Material dispensado, pruebas pedidas, ingreso y pagador
           exec sql
               update margenes_citas as mc
               set mc.coste_material_margen = (
                       select coalesce(sum(mv.cantidad_movimiento * coalesce(a.coste_unitario_articulo, 0)), 0)
                       from movimientos_inventario as mv
                       left join articulos_inventario as a on (mv.articulo_movimiento = a.id_articulo)
                       where mv.cita_movimiento = mc.cita_margen
                         and mv.tipo_movimiento = 'Salida'),
                   mc.coste_pruebas_margen = (
                       select coalesce(sum(coalesce(cp.importe_coste, 0)), 0)
                       from pruebas as p
                       left join costes_pruebas as cp on (p.tipo_prueba = cp.tipo_prueba_coste)
                       where p.cita_prueba = mc.cita_margen),
                   mc.ingreso_margen = (
                       select coalesce(sum(f.importe_factura), 0)
                       from facturas as f
                       where f.cita_factura = mc.cita_margen)
                     - (
                       select coalesce(sum(g.importe_glosa), 0)
                       from glosas_mutua as g
                       inner join facturas as f2 on (g.factura_glosa = f2.id_factura)
                       where f2.cita_factura = mc.cita_margen
                         and g.estado_glosa = 'Aceptada'),
                   mc.pagador_margen = coalesce((
                       select mu.nombre_mutua
                       from facturas as f3
                       inner join mutuas as mu on (f3.mutua_factura = mu.id_mutua)
                       where f3.cita_factura = mc.cita_margen
                       order by f3.id_factura asc
                       limit 1), 'Privado')
               where mc.mes_margen = :mesArgumento
           end-exec.

           if SQLCODE < 0
               set modeloErrores to new CitaMe.modelo.RegistroErrores()
               invoke modeloErrores::RegistrarError("MargenConsulta::CerrarMes", SQLCODE,
                   type String::Concat("No se han podido valorar los márgenes de ", mesSQL))
               exec sql
                   rollback
               end-exec
               goback
           end-if

           exec sql
               commit
           end-exec.

           set totalCitas to citasCongeladas.

       end method.

       *>
       *> TextoImporte
       *>
       *> Da formato "1234,56 EUR" a un importe en céntimos, también
       *> negativo (un margen puede serlo).
       *>
       method-id TextoImporte private.
       local-storage section.
       01 absoluto binary-long.
       01 signo string.
       procedure division using by value centimos as binary-long
                                   returning texto as string.

           if centimos < 0
               compute absoluto = 0 - centimos
               set signo to "-"
           else
               set absoluto to centimos
               set signo to ""
           end-if

           set texto to type String::Concat(signo, (absoluto / 100)::ToString(), ",",
               (function mod(absoluto, 100))::ToString("00"), " EUR").

       end method.

       *>
       *> TextoMargen
       *>
       *> Línea de resumen de un grupo de citas: ingreso, coste
       *> desglosado y margen con su porcentaje sobre el ingreso.
       *>
       method-id TextoMargen private.
       local-storage section.
       01 costeTotal binary-long.
       01 margen binary-long.
       01 porcentaje binary-long.
       01 minutosMedios binary-long.
       procedure division using by value clave as string
                                         numCitas as binary-long
                                         minutos as binary-long
                                         ingreso as binary-long
                                         personal as binary-long
                                         sala as binary-long
                                         material as binary-long
                                         pruebas as binary-long
                                   returning texto as string.

           compute costeTotal = personal + sala + material + pruebas.
           compute margen = ingreso - costeTotal.
           if ingreso > 0
               compute porcentaje = (margen * 100) / ingreso
           else
               set porcentaje to 0
           end-if
           if numCitas > 0
               compute minutosMedios = minutos / numCitas
           else
               set minutosMedios to 0
           end-if

           set texto to type String::Concat(clave, ": ", numCitas::ToString(), " citas, ",
               minutosMedios::ToString(), " min de media; ingreso ", TextoImporte(ingreso),
               ", coste ", TextoImporte(costeTotal),
               " (personal ", TextoImporte(personal), ", sala ", TextoImporte(sala),
               ", material ", TextoImporte(material), ", pruebas ", TextoImporte(pruebas),
               "); margen ", TextoImporte(margen), " (", porcentaje::ToString(), "%)").

       end method.

       *>
       *> DevuelveInformeMargen
       *>
       *> Devuelve el margen congelado de un mes resumido por una
       *> dimensión.
       *>
       *> Parámetros:
       *>     mesSQL (str): Mes, "yyyy-MM"
       *>     dimension (str): "Especialidad", "Medico", "Tipo" o
       *>                      "Pagador"
       *>
       *> Devuelve:
       *>     List[str]: una línea por valor de la dimensión (ver
       *>                TextoMargen), vacía si el mes no está cerrado
       *>
       method-id DevuelveInformeMargen.
       local-storage section.
       01 mesArgumento pic x(7).
       01 dimensionSQL pic x(15).
       01 clave pic x(200).
       01 numCitas pic S9(9) COMP-4.
       01 minutos pic S9(9) COMP-4.
       01 ingreso pic S9(9) COMP-4.
       01 personal pic S9(9) COMP-4.
       01 sala pic S9(9) COMP-4.
       01 material pic S9(9) COMP-4.
       01 pruebas pic S9(9) COMP-4.
       procedure division using by value mesSQL as string
                                         dimension as string
                                   returning informe as List[string].

           set informe to new List[string]().
           set mesArgumento to mesSQL::Trim().
           set dimensionSQL to dimension::Trim().

           exec sql
               declare informeMargenTbl cursor for
                   select t.clave, count(*), coalesce(sum(t.minutos), 0), coalesce(sum(t.ingreso), 0),
                          coalesce(sum(t.personal), 0), coalesce(sum(t.sala), 0),
                          coalesce(sum(t.material), 0), coalesce(sum(t.pruebas), 0)
                   from (
                       select case :dimensionSQL
                                  when 'Medico' then mc.nombre_medico_margen
                                  when 'Tipo' then mc.tipo_margen
                                  when 'Pagador' then mc.pagador_margen
                                  else mc.especialidad_margen end as clave,
                              mc.minutos_margen as minutos, mc.ingreso_margen as ingreso,
                              mc.coste_personal_margen as personal, mc.coste_sala_margen as sala,
                              mc.coste_material_margen as material, mc.coste_pruebas_margen as pruebas
                       from margenes_citas as mc
                       where mc.mes_margen = :mesArgumento
                   ) as t
                   group by t.clave
                   order by t.clave asc
           end-exec.

           exec sql
               open informeMargenTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch informeMargenTbl into :clave, :numCitas, :minutos, :ingreso,
                       :personal, :sala, :material, :pruebas
               end-exec
               if SQLCODE = 0
                   invoke informe::Add(TextoMargen((clave as string)::Trim(), numCitas, minutos,
                       ingreso, personal, sala, material, pruebas))
               end-if
           end-perform.

           exec sql
               close informeMargenTbl
           end-exec.

       end method.

       *>
       *> DevuelveTendenciaMargen
       *>
       *> Devuelve la evolución mes a mes del margen congelado, del mes
       *> más reciente al más antiguo.
       *>
       *> Parámetros:
       *>     especialidad (str): Especialidad, o "" para todo el centro
       *>
       *> Devuelve:
       *>     List[str]: una línea por mes cerrado (ver TextoMargen)
       *>
       method-id DevuelveTendenciaMargen.
       local-storage section.
       01 especialidadSQL pic x(25).
       01 mesSQL pic x(7).
       01 numCitas pic S9(9) COMP-4.
       01 minutos pic S9(9) COMP-4.
       01 ingreso pic S9(9) COMP-4.
       01 personal pic S9(9) COMP-4.
       01 sala pic S9(9) COMP-4.
       01 material pic S9(9) COMP-4.
       01 pruebas pic S9(9) COMP-4.
       procedure division using by value especialidad as string
                                   returning tendencia as List[string].

           set tendencia to new List[string]().
           set especialidadSQL to especialidad::Trim().

           exec sql
               declare tendenciaMargenTbl cursor for
                   select mc.mes_margen, count(*), coalesce(sum(mc.minutos_margen), 0),
                          coalesce(sum(mc.ingreso_margen), 0), coalesce(sum(mc.coste_personal_margen), 0),
                          coalesce(sum(mc.coste_sala_margen), 0), coalesce(sum(mc.coste_material_margen), 0),
                          coalesce(sum(mc.coste_pruebas_margen), 0)
                   from margenes_citas as mc
                   where (:especialidadSQL = '' or mc.especialidad_margen = :especialidadSQL)
                   group by mc.mes_margen
                   order by mc.mes_margen desc
           end-exec.

           exec sql
               open tendenciaMargenTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch tendenciaMargenTbl into :mesSQL, :numCitas, :minutos, :ingreso,
                       :personal, :sala, :material, :pruebas
               end-exec
               if SQLCODE = 0
                   invoke tendencia::Add(TextoMargen((mesSQL as string)::Trim(), numCitas, minutos,
                       ingreso, personal, sala, material, pruebas))
               end-if
           end-perform.

           exec sql
               close tendenciaMargenTbl
           end-exec.

       end method.

       *>
       *> GenerarInformeMensual
       *>
       *> Escribe el informe de márgenes de un mes cerrado, por
       *> especialidad, médico, tipo de cita y pagador, con la
       *> tendencia del centro, en margenes\margenes_<mes>.txt.
       *>
       *> Parámetros:
       *>     mes (str): Mes, "yyyy-MM"
       *>
       *> Devuelve:
       *>     str: ruta del informe, "" si el mes no está cerrado
       *>
       method-id GenerarInformeMensual.
       local-storage section.
       01 dimensiones List[string].
       01 titulos List[string].
       01 indice binary-long.
       01 lineas List[string].
       01 contenido type System.Text.StringBuilder.
       01 carpeta string.
       01 rutaArchivo string.
       procedure division using by value mes as string
                                   returning rutaInforme as string.

           set rutaInforme to "".
           set lineas to DevuelveInformeMargen(mes, "Especialidad").
           if lineas::Count = 0
               goback
           end-if

           set dimensiones to new List[string]().
           set titulos to new List[string]().
           invoke dimensiones::Add("Especialidad").
           invoke titulos::Add("POR ESPECIALIDAD").
           invoke dimensiones::Add("Medico").
           invoke titulos::Add("POR MÉDICO").
           invoke dimensiones::Add("Tipo").
           invoke titulos::Add("POR TIPO DE CITA").
           invoke dimensiones::Add("Pagador").
           invoke titulos::Add("POR PAGADOR").

           set contenido to new System.Text.StringBuilder().
           invoke contenido::AppendLine(type String::Concat("INFORME DE COSTE POR VISITA Y MARGEN - ", mes)).
           invoke contenido::AppendLine(type String::Concat("Generado el ", type DateTime::Now::ToString("dd/MM/yyyy HH:mm"))).

           perform varying indice from 0 by 1 until indice >= dimensiones::Count
               invoke contenido::AppendLine("")
               invoke contenido::AppendLine(titulos[indice])
               invoke contenido::AppendLine(""::PadRight(130, "-"))
               set lineas to DevuelveInformeMargen(mes, dimensiones[indice])
               perform varying linea as string through lineas
                   invoke contenido::AppendLine(type String::Concat("  ", linea))
               end-perform
           end-perform.

           invoke contenido::AppendLine("").
           invoke contenido::AppendLine("TENDENCIA DEL CENTRO").
           invoke contenido::AppendLine(""::PadRight(130, "-")).
           set lineas to DevuelveTendenciaMargen("").
           perform varying lineaTendencia as string through lineas
               invoke contenido::AppendLine(type String::Concat("  ", lineaTendencia))
           end-perform.

           set carpeta to type String::Concat(type AppDomain::CurrentDomain::BaseDirectory, "margenes").
           if not type System.IO.Directory::Exists(carpeta)
               invoke type System.IO.Directory::CreateDirectory(carpeta)
           end-if
           set rutaArchivo to type String::Concat(carpeta, "\margenes_", mes, ".txt").
           invoke type System.IO.File::WriteAllText(rutaArchivo, contenido::ToString()).

           set rutaInforme to rutaArchivo.

       end method.

       end class.
