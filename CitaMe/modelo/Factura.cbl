       *> el parte de caja diario que se cuadra contra las completadas
       *> de la reconciliación diaria.
       *>
       *> La factura lleva líneas de detalle (tabla factura_lineas:
       *> id_linea, factura_linea, tipo_linea, origen_linea,
       *> concepto_linea, cantidad_linea, precio_linea,
       *> importe_linea): la visita y
       *> todo lo registrado contra la cita, es decir las pruebas
       *> pedidas (Prueba::RegistrarPrueba), el material dispensado
       *> (salidas de Inventario) y las tareas de enfermería hechas de
       *> sus órdenes (OrdenEnfermeria). Cada concepto se valora con el
       *> mismo catálogo de precios que la visita: en tarifas (y
       *> tarifas_mutua para las aseguradoras) la especialidad es la
       *> familia del concepto ("Prueba", "Material" o "Enfermeria") y
       *> el tipo es el nombre de la prueba, del artículo o del tipo de
       *> orden. Lo que no tiene precio en el catálogo no se factura. El
       *> importe_factura es la suma de sus líneas.
       *>
       *> Las sesiones de una serie y las pruebas de un presupuesto
       *> aceptado (ver modelo Presupuesto) se facturan al precio del
       *> presupuesto, no al de la tarifa vigente al facturar.
       *>
       *> Las cancelaciones tardías del paciente y los no presentados
       *> generan una factura de cargo según la política de su
       *> especialidad y tipo de cita (tabla penalizaciones, ver
       *> GenerarCargoPenalizacion); estas facturas llevan en
       *> cargo_factura el motivo del cargo.
       *>
       *> Las facturas al propio paciente consumen al emitirse su saldo
       *> a favor (anticipos y créditos, ver modelo Anticipo), que
       *> queda como cobro con forma de pago "Anticipo".
       *>
       *> Cada factura se emite en una única transacción: número legal,
       *> cabecera, líneas, unidades de presupuesto facturadas y saldo
       *> a favor aplicado se confirman juntos, o se deshacen juntos si
       *> algo falla, para que no queden facturas sin líneas ni huecos
       *> en la numeración legal.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.Factura.

       01 numero_legal_factura property string.
       01 rectifica_factura property pic S9(9) COMP-4.

       *> Conceptos facturables de una cita, recogidos y valorados
       *> antes de emitir la factura (ver RecogerConceptosPendientes)
       01 conceptosTipo List[string].
       01 conceptosOrigen List[binary-long].
       01 conceptosTexto List[string].
       01 conceptosCantidad List[binary-long].
       01 conceptosPrecio List[binary-long].
       01 conceptosPresupuesto List[binary-long].

       *> Línea de presupuesto encontrada por PrecioPresupuestado
       01 lineaPresupuesto pic S9(9) COMP-4.

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
       *> ConfigurarTarifa
       *>
       *> Fija (o actualiza) el importe de una especialidad y tipo de
       *> cita en la lista de precios. También valora los conceptos de
       *> las líneas de factura: especialidad "Prueba", "Material" o
       *> "Enfermeria" y como tipo el nombre del concepto.
       *>
       *> Parámetros:
       *>     especialidad (str): Especialidad de la tarifa
       method-id ConfigurarTarifa.
       local-storage section.
       01 especialidadSQL pic x(25).
       01 tipoSQL pic x(100).
       01 importeSQL pic S9(9) COMP-4.
       procedure division using by value especialidad as string
                                         tipoCita as string
       01 tarifaActual type Tarifa.
       01 especialidad pic x(25).
       01 especialidadStr string.
       01 tipo pic x(100).
       01 tipoStr string.
       01 importe pic S9(9) COMP-4.
       procedure division returning tarifas as List[type Tarifa].
       *> su especialidad y tipo tienen tarifa configurada y la cita no
       *> está ya facturada. La invoca Cita::RegistrarDiagnostico al
       *> cerrar la consulta, y la tarea de repaso GenerarFacturas para
       *> las citas completadas que quedaran sin factura. La factura
       *> lleva una línea por la visita y otra por cada concepto con
       *> precio registrado hasta ese momento contra la cita; lo que se
       *> registre después va en una factura complementaria (ver
       *> GenerarFacturaComplementaria).
       *>
       *> Parámetros:
       *>     idCita (int): Cita completada a facturar
       01 centroSerie pic x(25).
       01 serieStr string.
       01 numeroLegalSQL pic x(40).
       01 especialidadCita pic x(25).
       01 tipoCita pic x(25).
       01 importeConceptos binary-long.
       01 importeTotal pic S9(9) COMP-4.
       01 idFacturaNueva pic S9(9) COMP-4.
       01 idSerieCita pic S9(9) COMP-4.
       01 importePresupuesto pic S9(9) COMP-4.
       01 lineaSesion pic S9(9) COMP-4.

       procedure division using by value idCita as binary-long
                                   returning exito as type Boolean.

           end-if

           *> La cita debe estar completada y su especialidad/tipo
           *> tener tarifa configurada (o ser sesión de una serie con
           *> presupuesto aceptado)
           exec sql
               select c.paciente_cita, coalesce(t.importe_tarifa, 0), m.especialidad_medico, c.tipo_cita,
                      coalesce(c.serie_cita, 0)
               into :idPaciente, :importe, :especialidadCita, :tipoCita, :idSerieCita
               from citas as c
               left join medicos as m on (c.medico_cita = m.id_usuario_medico)
               left join tarifas as t on (t.especialidad_tarifa = m.especialidad_medico
                 and c.cancelada_cita = 0
                 and c.no_presentado_cita = 0
                 and c.diagnostico_cita is not null
                 and (t.importe_tarifa is not null
                      or exists (select 1 from presupuestos as pr
                                 where pr.serie_presupuesto = c.serie_cita
                                   and pr.estado_presupuesto = 'Aceptado'))
           end-exec.

           if not SQLCODE = 0

           *> Un paciente cubierto por una mutua (ver modelo Mutua) se
           *> factura a la cuenta de la aseguradora, con el precio
           *> pactado si lo hay en vez de la tarifa general, salvo que
           *> la cita se haya pasado a tarifa privada por cobertura
           *> rechazada (ver Cita::PasarCitaAPrivado)
           set idMutua to 0.
           exec sql
               select coalesce((
                   select pm.mutua_paciente from paciente_mutua as pm
                   inner join citas as c5 on (c5.paciente_cita = pm.paciente_mutua)
                   where pm.paciente_mutua = :idPaciente
                     and c5.id_cita = :idCitaSQL
                     and coalesce(c5.privada_cita, 0) = 0
               ), 0) into :idMutua
           end-exec.

               end-if
           end-if

           *> Sesión de una serie presupuestada: precio fijado al
           *> aceptar el presupuesto (la sesión se descuenta de su línea
           *> al emitir la factura)
           set lineaSesion to 0.
           if idMutua = 0 and idSerieCita > 0
               exec sql
                   select pl.precio_linea_presupuesto, pl.id_linea_presupuesto
                   into :importePresupuesto, :lineaSesion
                   from presupuestos as pr
                   inner join presupuesto_lineas as pl on (pl.presupuesto_linea = pr.id_presupuesto
                                                           and pl.tipo_linea_presupuesto = 'Sesion')
                   where pr.serie_presupuesto = :idSerieCita
                     and pr.estado_presupuesto = 'Aceptado'
                   order by pr.fecha_aceptacion_presupuesto desc, pl.id_linea_presupuesto
                   limit 1
               end-exec
               if SQLCODE = 0
                   set importe to importePresupuesto
               else
                   set lineaSesion to 0
               end-if
           end-if

           set fechaSQL to type DateTime::Now::ToString("yyyy-MM-dd").

           *> A la factura de una cita cubierta se adjunta el número de
               set serieStr to "GEN"
           end-if

           *> Conceptos registrados contra la cita, valorados con el
           *> precio de la mutua si lo hay o con la tarifa general
           set importeConceptos to RecogerConceptosPendientes(idCita, idMutua).
           set importeTotal to importe + importeConceptos.

           set numeroLegalSQL to AsignarNumeroLegal(serieStr).
           if (numeroLegalSQL as string)::Trim()::Equals("")
               goback
           end-if

           exec sql
               insert into facturas
                   (cita_factura, paciente_factura, importe_factura, estado_pago_factura, fecha_emision_factura, mutua_factura, autorizacion_factura, numero_legal_factura)
               values
                   (:idCitaSQL, :idPaciente, :importeTotal, 'Pendiente', :fechaSQL, :idMutua, :autorizacionSQL, :numeroLegalSQL)
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("Factura::GenerarFacturaCita", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               goback
           end-if

           exec sql
               select LAST_INSERT_ID() into :idFacturaNueva
           end-exec.

           if not InsertarLinea(idFacturaNueva, "Cita", idCita, type String::Concat(
                   "Visita ", (tipoCita as string)::Trim(), " - ", (especialidadCita as string)::Trim()), 1, importe)
               goback
           end-if

           if not InsertarLineasRecogidas(idFacturaNueva)
               goback
           end-if

           if lineaSesion > 0
               exec sql
                   update presupuesto_lineas
                   set facturadas_linea_presupuesto = facturadas_linea_presupuesto + 1
                   where id_linea_presupuesto = :lineaSesion
               end-exec
               if SQLCODE < 0
                   invoke modeloErrores::RegistrarError("Factura::GenerarFacturaCita", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
                   exec sql
                       rollback
                   end-exec
                   goback
               end-if
           end-if

           if idMutua = 0
               if not AplicarAnticipos(idFacturaNueva, idPaciente, importeTotal)
                   goback
               end-if
           end-if

           exec sql
               commit
           end-exec.

           if SQLCODE = 0
               set exito to True
           else
               invoke modeloErrores::RegistrarError("Factura::GenerarFacturaCita", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
           end-if.

       end method.

       *>
       *> AplicarAnticipos
       *>
       *> Aplica el saldo a favor del paciente (ver modelo Anticipo) a
       *> una factura recién emitida, hasta donde alcance: el consumo
       *> queda anotado en anticipos y la parte aplicada como cobro de
       *> la factura con forma de pago "Anticipo" (ver RegistrarPago),
       *> que no cuenta en el arqueo de caja del día. Sin commit: va en
       *> la transacción de la emisión, para que no quede un consumo
       *> sin su cobro; si falla deshace la transacción.
       *>
       *> Parámetros:
       *>     idFactura (int): Factura emitida al paciente
       *>     idPaciente (int): Paciente
       *>     importeFactura (int): Importe de la factura en céntimos
       *>
       *> Devuelve:
       *>     Boolean: True si se aplicó o no había saldo que aplicar,
       *>              False si hubo un error (transacción deshecha)
       *>
       method-id AplicarAnticipos private.
       local-storage section.
       01 idFacturaSQL pic S9(9) COMP-4.
       01 idPacienteSQL pic S9(9) COMP-4.
       01 saldo pic S9(9) COMP-4.
       01 importeAplicado pic S9(9) COMP-4.
       01 ahoraSQL pic x(19).
       procedure division using by value idFactura as binary-long
                                         idPaciente as binary-long
                                         importeFactura as binary-long
                                   returning exito as type Boolean.

           set exito to True.

           if importeFactura <= 0
               goback
           end-if

           set idFacturaSQL to idFactura.
           set idPacienteSQL to idPaciente.

           exec sql
               select coalesce(sum(a.importe_anticipo), 0) into :saldo
               from anticipos as a
               where a.paciente_anticipo = :idPacienteSQL
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("Factura::AplicarAnticipos", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               set exito to False
               goback
           end-if

           if saldo <= 0
               goback
           end-if

           if saldo < importeFactura
               set importeAplicado to saldo
           else
               set importeAplicado to importeFactura
           end-if

           set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           exec sql
               insert into anticipos
                   (paciente_anticipo, tipo_anticipo, importe_anticipo, metodo_anticipo,
                    referencia_tpv_anticipo, factura_anticipo, motivo_anticipo, fecha_anticipo)
               values
                   (:idPacienteSQL, 'Consumo', 0 - :importeAplicado, '',
                    '', :idFacturaSQL, '', :ahoraSQL)
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("Factura::AplicarAnticipos", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               set exito to False
               goback
           end-if

           if not AnotarPago(idFactura, "Anticipo", "", importeAplicado)
               set exito to False
           end-if.

       end method.
       *> "SERIE-AAAA-NNNNNN". El contador se incrementa en una única
       *> sentencia, igual que la protección de hueco de
       *> Cita::RegistrarCita, para que dos emisiones simultáneas no
       *> repitan número. Sin commit: el contador queda bloqueado hasta
       *> que quien emite la factura confirma o deshace, de modo que
       *> una emisión fallida devuelve el número y no deja hueco.
       *>
       *> Parámetros:
       *>     serie (str): Serie de facturación (centro, o R para
       *>                  rectificativas del centro: "R-CENTRO")
       *>
       *> Devuelve:
       *>     str: número legal asignado, "" si hubo un error
       *>          (transacción deshecha)
       *>
       method-id AsignarNumeroLegal private.
       local-storage section.
       procedure division using by value serie as string
                                   returning numeroLegal as string.

           set numeroLegal to "".
           set serieSQL to serie::Trim().
           set anioSQL to type DateTime::Now::Year.

               end-exec
           end-if

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("Factura::AsignarNumeroLegal", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               goback
           end-if

           exec sql
               select s.ultimo_numero_serie into :numeroAsignado
               from series_facturacion as s
                 and s.anio_serie = :anioSQL
           end-exec.

           if not SQLCODE = 0
               invoke modeloErrores::RegistrarError("Factura::AsignarNumeroLegal", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               goback
           end-if

           set numeroLegal to type String::Concat(
               serie::Trim(), "-", anioSQL::ToString(), "-", numeroAsignado::ToString("000000")).
       *> rectificativas del mismo año, y referencia a la original
       *> (rectifica_factura). La original no se toca: así los libros
       *> cuadran y el inspector ve la corrección completa, en vez de
       *> un borrado y regenerado imposible de justificar. Las líneas
       *> de la original se copian en negativo, para que la
       *> rectificativa anule concepto a concepto.
       *>
       *> Parámetros:
       *>     idFactura (int): Factura original a rectificar
       01 numeroLegalSQL pic x(40).
       01 centroSerie pic x(25).
       01 serieStr string.
       01 idRectificativa pic S9(9) COMP-4.
       procedure division using by value idFactura as binary-long
                                         motivo as string
                                   returning exito as type Boolean.
           end-if

           set numeroLegalSQL to AsignarNumeroLegal(type String::Concat("R-", serieStr)).
           if (numeroLegalSQL as string)::Trim()::Equals("")
               goback
           end-if

           exec sql
               insert into facturas
                    :idFacturaSQL, :motivoSQL)
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("Factura::RectificarFactura", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               goback
           end-if

           exec sql
               select LAST_INSERT_ID() into :idRectificativa
           end-exec.

           exec sql
               insert into factura_lineas
                   (factura_linea, tipo_linea, origen_linea, concepto_linea,
                    cantidad_linea, precio_linea, importe_linea)
               select :idRectificativa, fl.tipo_linea, fl.origen_linea, fl.concepto_linea,
                      fl.cantidad_linea, fl.precio_linea, 0 - fl.importe_linea
               from factura_lineas as fl
               where fl.factura_linea = :idFacturaSQL
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("Factura::RectificarFactura", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
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
           else
               invoke modeloErrores::RegistrarError("Factura::RectificarFactura", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
           end-if.

       end method.
       *>
       *> Repasa las citas completadas con tarifa configurada que
       *> todavía no tienen factura y las factura en bloque, como red
       *> de seguridad de GenerarFacturaCita, y emite la factura
       *> complementaria de las citas ya facturadas con conceptos
       *> registrados después (tareas de enfermería de una pauta que
       *> sigue en curso, material dispensado más tarde...). Lanzado a
       *> diario por el planificador de tareas.
       *>
       *> Las citas se recorren en orden de id y, cada lote de citas,
       *> se anota un punto de control con la fase ("Citas" o
       *> "Complementarias") y la última cita tratada (ver
       *> PuntoControl), para que una pasada interrumpida continúe
       *> desde ahí; si el punto de control no se puede guardar, la
       *> pasada se detiene y la siguiente continúa desde el último
       *> guardado. Cada factura se confirma al emitirse.
       *>
       *> Devuelve:
       *>     int: Número de facturas generadas en esta pasada
       *>
       method-id GenerarFacturasPendientes.
       local-storage section.
       01 idsCitas List[binary-long].
       01 idsComplementarias List[binary-long].
       01 idCitaSQL pic S9(9) COMP-4.
       01 generadas binary-long.
       01 modeloPuntoControl type CitaMe.modelo.PuntoControl.
       01 clavePunto string.
       01 partesClave type System.String occurs any.
       01 faseInicial string.
       01 desdeSQL pic S9(9) COMP-4.
       01 tamanioLote binary-long.
       01 citasEnLote binary-long.
       01 generadasPrevias binary-long.
       01 generadasPunto binary-long.
       procedure division returning totalGeneradas as binary-long.

           set generadas to 0.
           set citasEnLote to 0.
           set modeloPuntoControl to new CitaMe.modelo.PuntoControl().
           set tamanioLote to modeloPuntoControl::DevuelveTamanioLote().

           *> Reanudación de una pasada interrumpida: "fase|cita"
           set clavePunto to modeloPuntoControl::DevuelveClave("GenerarFacturas").
           if clavePunto::Equals("")
               set faseInicial to "Citas"
               set desdeSQL to 0
               set generadasPrevias to 0
           else
               set partesClave to clavePunto::Split("|")
               set faseInicial to partesClave[0]
               set desdeSQL to type Int32::Parse(partesClave[1])
               set generadasPrevias to modeloPuntoControl::DevuelveFilas("GenerarFacturas")
           end-if

           set idsCitas to new List[binary-long]().

           exec sql
                   where c.cancelada_cita = 0
                     and c.no_presentado_cita = 0
                     and c.diagnostico_cita is not null
                     and (t.importe_tarifa is not null
                          or exists (select 1 from presupuestos as pr
                                     where pr.serie_presupuesto = c.serie_cita
                                       and pr.estado_presupuesto = 'Aceptado'))
                     and not exists (
                         select 1 from facturas as f where f.cita_factura = c.id_cita
                     )
                     and c.id_cita > :desdeSQL
                   order by c.id_cita
           end-exec.

           *> Reanudando en la fase de complementarias, la de citas ya
           *> se completó
           if faseInicial::Equals("Citas")
               exec sql
                   open citasSinFacturaTbl
               end-exec

               perform until SQLCODE < 0 OR SQLCODE = 100

                   exec sql
                       fetch citasSinFacturaTbl into :idCitaSQL
                   end-exec

                   if SQLCODE = 0
                       invoke idsCitas::Add(idCitaSQL)
                   end-if

               end-perform

               exec sql
                   close citasSinFacturaTbl
               end-exec
           end-if

           perform varying idCitaFactura as binary-long through idsCitas
               if GenerarFacturaCita(idCitaFactura)
                   add 1 to generadas
               end-if
               add 1 to citasEnLote
               if citasEnLote >= tamanioLote
                   set generadasPunto to generadasPrevias
                   add generadas to generadasPunto
                   if not modeloPuntoControl::Guardar("GenerarFacturas", type String::Concat("Citas|", idCitaFactura::ToString()), generadasPunto)
                       set totalGeneradas to generadas
                       goback
                   end-if
                   set citasEnLote to 0
               end-if
           end-perform.

           *> Fase de citas completada
           if faseInicial::Equals("Citas")
               set desdeSQL to 0
           end-if
           set citasEnLote to 0.
           set generadasPunto to generadasPrevias.
           add generadas to generadasPunto.
           if not modeloPuntoControl::Guardar("GenerarFacturas", type String::Concat("Complementarias|", desdeSQL::ToString()), generadasPunto)
               set totalGeneradas to generadas
               goback
           end-if

           *> Citas ya facturadas con conceptos sin facturar (los que
           *> no tienen precio en el catálogo afloran cada día y se
           *> descartan en GenerarFacturaComplementaria)
           set idsComplementarias to new List[binary-long]().

           exec sql
               declare citasConceptosTbl cursor for
                   select distinct f.cita_factura
                   from facturas as f
                   where coalesce(f.rectifica_factura, 0) = 0
                     and (exists (
                             select 1 from pruebas as p
                             where p.cita_prueba = f.cita_factura
                               and not exists (
                                   select 1 from factura_lineas as fl
                                   where fl.tipo_linea = 'Prueba' and fl.origen_linea = p.id_prueba))
                       or exists (
                             select 1 from movimientos_inventario as mv
                             where mv.cita_movimiento = f.cita_factura
                               and mv.tipo_movimiento = 'Salida'
                               and not exists (
                                   select 1 from factura_lineas as fl
                                   where fl.tipo_linea = 'Material' and fl.origen_linea = mv.id_movimiento))
                       or exists (
                             select 1 from tareas_enfermeria as te
                             inner join ordenes_enfermeria as o on (te.orden_tarea = o.id_orden)
                             where o.cita_orden = f.cita_factura
                               and te.estado_tarea = 'Hecha'
                               and not exists (
                                   select 1 from factura_lineas as fl
                                   where fl.tipo_linea = 'Enfermeria' and fl.origen_linea = te.id_tarea_enf)))
                     and f.cita_factura > :desdeSQL
                   order by f.cita_factura
           end-exec.

           exec sql
               open citasConceptosTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100

               exec sql
                   fetch citasConceptosTbl into :idCitaSQL
               end-exec

               if SQLCODE = 0
                   invoke idsComplementarias::Add(idCitaSQL)
               end-if

           end-perform.

           exec sql
               close citasConceptosTbl
           end-exec.

           perform varying idCitaComplementaria as binary-long through idsComplementarias
               if GenerarFacturaComplementaria(idCitaComplementaria)
                   add 1 to generadas
               end-if
               add 1 to citasEnLote
               if citasEnLote >= tamanioLote
                   set generadasPunto to generadasPrevias
                   add generadas to generadasPunto
                   if not modeloPuntoControl::Guardar("GenerarFacturas", type String::Concat("Complementarias|", idCitaComplementaria::ToString()), generadasPunto)
                       set totalGeneradas to generadas
                       goback
                   end-if
                   set citasEnLote to 0
               end-if
           end-perform.

           invoke modeloPuntoControl::Borrar("GenerarFacturas").

           set totalGeneradas to generadas.

       end method.

       *>
       *> GenerarFacturaComplementaria
       *>
       *> Emite la factura complementaria de una cita ya facturada con
       *> los conceptos con precio registrados contra ella después de
       *> su factura (misma serie, paciente, mutua y autorización que
       *> la factura de la cita). No emite nada si no hay conceptos
       *> con precio pendientes, para no consumir números legales.
       *>
       *> Parámetros:
       *>     idCita (int): Cita ya facturada
       *>
       *> Devuelve:
       *>     Boolean: True si la factura complementaria quedó emitida
       *>
       method-id GenerarFacturaComplementaria.
       local-storage section.
       01 idCitaSQL pic S9(9) COMP-4.
       01 idPaciente pic S9(9) COMP-4.
       01 idMutua pic S9(9) COMP-4.
       01 autorizacionSQL pic x(30).
       01 importeTotal pic S9(9) COMP-4.
       01 fechaSQL pic x(10).
       01 centroSerie pic x(25).
       01 serieStr string.
       01 numeroLegalSQL pic x(40).
       01 idFacturaNueva pic S9(9) COMP-4.
       procedure division using by value idCita as binary-long
                                   returning exito as type Boolean.

           set exito to False.
           set idCitaSQL to idCita.

           exec sql
               select f.paciente_factura, coalesce(f.mutua_factura, 0),
                      coalesce(f.autorizacion_factura, '')
               into :idPaciente, :idMutua, :autorizacionSQL
               from facturas as f
               where f.cita_factura = :idCitaSQL
                 and coalesce(f.rectifica_factura, 0) = 0
               order by f.id_factura
               limit 1
           end-exec.

           if not SQLCODE = 0
               goback
           end-if

           set importeTotal to RecogerConceptosPendientes(idCita, idMutua).
           if conceptosTipo::Count = 0
               goback
           end-if

           exec sql
               select coalesce((
                   select mc.centro_medico from medico_centro as mc
                   inner join citas as c3 on (c3.medico_cita = mc.medico_centro)
                   where c3.id_cita = :idCitaSQL
               ), '') into :centroSerie
           end-exec.

           set serieStr to (centroSerie as string)::Trim().
           if serieStr::Equals("")
               set serieStr to "GEN"
           end-if

           set numeroLegalSQL to AsignarNumeroLegal(serieStr).
           if (numeroLegalSQL as string)::Trim()::Equals("")
               goback
           end-if
           set fechaSQL to type DateTime::Now::ToString("yyyy-MM-dd").

           exec sql
               insert into facturas
                   (cita_factura, paciente_factura, importe_factura, estado_pago_factura, fecha_emision_factura, mutua_factura, autorizacion_factura, numero_legal_factura)
               values
                   (:idCitaSQL, :idPaciente, :importeTotal, 'Pendiente', :fechaSQL, :idMutua, :autorizacionSQL, :numeroLegalSQL)
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("Factura::GenerarFacturaComplementaria", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               goback
           end-if

           exec sql
               select LAST_INSERT_ID() into :idFacturaNueva
           end-exec.

           if not InsertarLineasRecogidas(idFacturaNueva)
               goback
           end-if

           if idMutua = 0
               if not AplicarAnticipos(idFacturaNueva, idPaciente, importeTotal)
                   goback
               end-if
           end-if

           exec sql
               commit
           end-exec.
           if SQLCODE = 0
               set exito to True
           else
               invoke modeloErrores::RegistrarError("Factura::GenerarFacturaComplementaria", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
           end-if.

       end method.

       *>
       *> RecogerConceptosPendientes
       *>
       *> Recoge los conceptos registrados contra una cita que todavía
       *> no figuran en ninguna línea de factura (pruebas pedidas,
       *> material dispensado y tareas de enfermería hechas) y los
       *> valora con PrecioConcepto; los que no tienen precio se
       *> descartan. Quedan en conceptosTipo... para
       *> InsertarLineasRecogidas.
       *>
       *> Parámetros:
       *>     idCita (int): Cita
       *>     idMutua (int): Aseguradora de la factura, 0 si paciente
       *>
       *> Devuelve:
       *>     int: importe total de los conceptos con precio
       *>
       method-id RecogerConceptosPendientes private.
       local-storage section.
       01 idCitaSQL pic S9(9) COMP-4.
       01 idOrigen pic S9(9) COMP-4.
       01 nombreConcepto pic x(100).
       01 cantidad pic S9(9) COMP-4.
       01 fechaRealizacion pic x(19).
       01 brutosTipo List[string].
       01 brutosOrigen List[binary-long].
       01 brutosNombre List[string].
       01 brutosTexto List[string].
       01 brutosCantidad List[binary-long].
       01 indice binary-long.
       01 precio binary-long.
       01 precioPresupuesto binary-long.
       procedure division using by value idCita as binary-long
                                         idMutua as binary-long
                                   returning importeTotal as binary-long.

           set importeTotal to 0.
           set idCitaSQL to idCita.
           set conceptosTipo to new List[string]().
           set conceptosOrigen to new List[binary-long]().
           set conceptosTexto to new List[string]().
           set conceptosCantidad to new List[binary-long]().
           set conceptosPrecio to new List[binary-long]().
           set conceptosPresupuesto to new List[binary-long]().
           set brutosTipo to new List[string]().
           set brutosOrigen to new List[binary-long]().
           set brutosNombre to new List[string]().
           set brutosTexto to new List[string]().
           set brutosCantidad to new List[binary-long]().

           exec sql
               declare conceptosPruebasTbl cursor for
                   select p.id_prueba, p.tipo_prueba
                   from pruebas as p
                   where p.cita_prueba = :idCitaSQL
                     and not exists (
                         select 1 from factura_lineas as fl
                         where fl.tipo_linea = 'Prueba' and fl.origen_linea = p.id_prueba)
                   order by p.id_prueba
           end-exec.

           exec sql
               open conceptosPruebasTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch conceptosPruebasTbl into :idOrigen, :nombreConcepto
               end-exec
               if SQLCODE = 0
                   invoke brutosTipo::Add("Prueba")
                   invoke brutosOrigen::Add(idOrigen)
                   invoke brutosNombre::Add((nombreConcepto as string)::Trim())
                   invoke brutosTexto::Add(type String::Concat("Prueba: ", (nombreConcepto as string)::Trim()))
                   invoke brutosCantidad::Add(1)
               end-if
           end-perform.

           exec sql
               close conceptosPruebasTbl
           end-exec.

           exec sql
               declare conceptosMaterialTbl cursor for
                   select mv.id_movimiento, a.nombre_articulo, mv.cantidad_movimiento
                   from movimientos_inventario as mv
                   left join articulos_inventario as a on (mv.articulo_movimiento = a.id_articulo)
                   where mv.cita_movimiento = :idCitaSQL
                     and mv.tipo_movimiento = 'Salida'
                     and not exists (
                         select 1 from factura_lineas as fl
                         where fl.tipo_linea = 'Material' and fl.origen_linea = mv.id_movimiento)
                   order by mv.fecha_movimiento
           end-exec.

           exec sql
               open conceptosMaterialTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch conceptosMaterialTbl into :idOrigen, :nombreConcepto, :cantidad
               end-exec
               if SQLCODE = 0
                   invoke brutosTipo::Add("Material")
                   invoke brutosOrigen::Add(idOrigen)
                   invoke brutosNombre::Add((nombreConcepto as string)::Trim())
                   invoke brutosTexto::Add(type String::Concat("Material: ", (nombreConcepto as string)::Trim()))
                   invoke brutosCantidad::Add(cantidad)
               end-if
           end-perform.

           exec sql
               close conceptosMaterialTbl
           end-exec.

           exec sql
               declare conceptosEnfermeriaTbl cursor for
                   select te.id_tarea_enf, o.tipo_orden, coalesce(te.fecha_realizacion_tarea, '')
                   from tareas_enfermeria as te
                   inner join ordenes_enfermeria as o on (te.orden_tarea = o.id_orden)
                   where o.cita_orden = :idCitaSQL
                     and te.estado_tarea = 'Hecha'
                     and not exists (
                         select 1 from factura_lineas as fl
                         where fl.tipo_linea = 'Enfermeria' and fl.origen_linea = te.id_tarea_enf)
                   order by te.fecha_realizacion_tarea
           end-exec.

           exec sql
               open conceptosEnfermeriaTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch conceptosEnfermeriaTbl into :idOrigen, :nombreConcepto, :fechaRealizacion
               end-exec
               if SQLCODE = 0
                   invoke brutosTipo::Add("Enfermeria")
                   invoke brutosOrigen::Add(idOrigen)
                   invoke brutosNombre::Add((nombreConcepto as string)::Trim())
                   invoke brutosTexto::Add(type String::Concat("Enfermería: ", (nombreConcepto as string)::Trim(),
                       " (", (fechaRealizacion as string)::Trim(), ")"))
                   invoke brutosCantidad::Add(1)
               end-if
           end-perform.

           exec sql
               close conceptosEnfermeriaTbl
           end-exec.

           perform varying indice from 0 by 1 until indice >= brutosTipo::Count
               set precio to PrecioConcepto(brutosTipo[indice], brutosNombre[indice], idMutua)
               *> Prueba presupuestada al paciente: precio fijado al
               *> aceptar el presupuesto
               set lineaPresupuesto to 0
               if idMutua = 0 and brutosTipo[indice]::Equals("Prueba")
                   set precioPresupuesto to PrecioPresupuestado(idCita, brutosNombre[indice])
                   if precioPresupuesto >= 0
                       set precio to precioPresupuesto
                   end-if
               end-if
               if precio >= 0
                   invoke conceptosTipo::Add(brutosTipo[indice])
                   invoke conceptosOrigen::Add(brutosOrigen[indice])
                   invoke conceptosTexto::Add(brutosTexto[indice])
                   invoke conceptosCantidad::Add(brutosCantidad[indice])
                   invoke conceptosPrecio::Add(precio)
                   invoke conceptosPresupuesto::Add(lineaPresupuesto)
                   set importeTotal to importeTotal + (precio * brutosCantidad[indice])
               end-if
           end-perform.

       end method.

       *>
       *> PrecioConcepto
       *>
       *> Precio unitario de un concepto de línea de factura: el
       *> pactado con la mutua si la factura va a una aseguradora y lo
       *> tiene, si no el de la tarifa general.
       *>
       *> Parámetros:
       *>     familia (str): "Prueba", "Material" o "Enfermeria"
       *>     concepto (str): Nombre de la prueba, artículo u orden
       *>     idMutua (int): Aseguradora, 0 si paciente
       *>
       *> Devuelve:
       *>     int: precio en céntimos, -1 si el concepto no tiene precio
       *>
       method-id PrecioConcepto private.
       local-storage section.
       01 familiaSQL pic x(25).
       01 conceptoSQL pic x(100).
       01 idMutuaSQL pic S9(9) COMP-4.
       01 importeSQL pic S9(9) COMP-4.
       procedure division using by value familia as string
                                         concepto as string
                                         idMutua as binary-long
                                   returning precio as binary-long.

           set precio to -1.
           set familiaSQL to familia.
           set conceptoSQL to concepto::Trim().
           set idMutuaSQL to idMutua.

           if idMutua > 0
               exec sql
                   select tm.importe_tarifa_mutua into :importeSQL
                   from tarifas_mutua as tm
                   where tm.mutua_tarifa = :idMutuaSQL
                     and tm.especialidad_tarifa_mutua = :familiaSQL
                     and tm.tipo_cita_tarifa_mutua = :conceptoSQL
               end-exec
               if SQLCODE = 0
                   set precio to importeSQL
                   goback
               end-if
           end-if

           exec sql
               select t.importe_tarifa into :importeSQL
               from tarifas as t
               where t.especialidad_tarifa = :familiaSQL
                 and t.tipo_cita_tarifa = :conceptoSQL
           end-exec.

           if SQLCODE = 0
               set precio to importeSQL
           end-if.

       end method.

       *>
       *> PrecioPresupuestado
       *>
       *> Precio de una prueba presupuestada al paciente de la cita en
       *> un presupuesto aceptado con unidades todavía sin facturar (el
       *> más antiguo si hay varios). Deja la línea del presupuesto en
       *> lineaPresupuesto, para descontar las unidades al facturar.
       *>
       *> Parámetros:
       *>     idCita (int): Cita de la prueba
       *>     nombrePrueba (str): Nombre de la prueba
       *>
       *> Devuelve:
       *>     int: precio en céntimos, -1 si no está presupuestada
       *>
       method-id PrecioPresupuestado private.
       local-storage section.
       01 idCitaSQL pic S9(9) COMP-4.
       01 conceptoSQL pic x(100).
       01 precioSQL pic S9(9) COMP-4.
       01 idLineaSQL pic S9(9) COMP-4.
       procedure division using by value idCita as binary-long
                                         nombrePrueba as string
                                   returning precio as binary-long.

           set precio to -1.
           set lineaPresupuesto to 0.
           set idCitaSQL to idCita.
           set conceptoSQL to nombrePrueba::Trim().

           exec sql
               select pl.precio_linea_presupuesto, pl.id_linea_presupuesto
               into :precioSQL, :idLineaSQL
               from presupuesto_lineas as pl
               inner join presupuestos as pr on (pl.presupuesto_linea = pr.id_presupuesto)
               inner join citas as c on (c.paciente_cita = pr.paciente_presupuesto)
               where c.id_cita = :idCitaSQL
                 and pr.estado_presupuesto = 'Aceptado'
                 and pl.tipo_linea_presupuesto = 'Prueba'
                 and pl.concepto_linea_presupuesto = :conceptoSQL
                 and pl.facturadas_linea_presupuesto < pl.cantidad_linea_presupuesto
               order by pr.fecha_aceptacion_presupuesto, pl.id_linea_presupuesto
               limit 1
           end-exec.

           if SQLCODE = 0
               set precio to precioSQL
               set lineaPresupuesto to idLineaSQL
           end-if.

       end method.

       *>
       *> InsertarLinea
       *>
       *> Añade una línea de detalle a una factura (sin commit: lo hace
       *> quien emite la factura; si falla deshace la transacción).
       *>
       *> Devuelve:
       *>     Boolean: True si la línea quedó anotada
       *>
       method-id InsertarLinea private.
       local-storage section.
       01 idFacturaSQL pic S9(9) COMP-4.
       01 tipoSQL pic x(15).
       01 origenSQL pic S9(9) COMP-4.
       01 conceptoSQL pic x(150).
       01 cantidadSQL pic S9(9) COMP-4.
       01 precioSQL pic S9(9) COMP-4.
       01 importeSQL pic S9(9) COMP-4.
       procedure division using by value idFactura as binary-long
                                         tipo as string
                                         idOrigen as binary-long
                                         concepto as string
                                         cantidad as binary-long
                                         precio as binary-long
                                   returning exito as type Boolean.

           set exito to False.
           set idFacturaSQL to idFactura.
           set tipoSQL to tipo.
           set origenSQL to idOrigen.
           set conceptoSQL to concepto.
           set cantidadSQL to cantidad.
           set precioSQL to precio.
           set importeSQL to cantidad * precio.

           exec sql
               insert into factura_lineas
                   (factura_linea, tipo_linea, origen_linea, concepto_linea,
                    cantidad_linea, precio_linea, importe_linea)
               values
                   (:idFacturaSQL, :tipoSQL, :origenSQL, :conceptoSQL,
                    :cantidadSQL, :precioSQL, :importeSQL)
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("Factura::InsertarLinea", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               goback
           end-if

           set exito to True.

       end method.

       *>
       *> InsertarLineasRecogidas
       *>
       *> Añade a una factura las líneas de los conceptos recogidos
       *> por RecogerConceptosPendientes y descuenta las unidades
       *> presupuestadas facturadas (sin commit; si falla deshace la
       *> transacción).
       *>
       *> Devuelve:
       *>     Boolean: True si todas las líneas quedaron anotadas
       *>
       method-id InsertarLineasRecogidas private.
       local-storage section.
       01 indice binary-long.
       01 idLineaSQL pic S9(9) COMP-4.
       01 cantidadSQL pic S9(9) COMP-4.
       procedure division using by value idFactura as binary-long
                                   returning exito as type Boolean.

           set exito to False.

           perform varying indice from 0 by 1 until indice >= conceptosTipo::Count
               if not InsertarLinea(idFactura, conceptosTipo[indice], conceptosOrigen[indice],
                       conceptosTexto[indice], conceptosCantidad[indice], conceptosPrecio[indice])
                   goback
               end-if
               if conceptosPresupuesto[indice] > 0
                   set idLineaSQL to conceptosPresupuesto[indice]
                   set cantidadSQL to conceptosCantidad[indice]
                   exec sql
                       update presupuesto_lineas
                       set facturadas_linea_presupuesto = facturadas_linea_presupuesto + :cantidadSQL
                       where id_linea_presupuesto = :idLineaSQL
                   end-exec
                   if SQLCODE < 0
                       invoke modeloErrores::RegistrarError("Factura::InsertarLineasRecogidas", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
                       exec sql
                           rollback
                       end-exec
                       goback
                   end-if
               end-if
           end-perform.

           set exito to True.

       end method.

       *>
       *> ConfigurarPenalizacion
       *>
       *> Fija (o sustituye) la política de cargos de una especialidad
       *> y tipo de cita (tabla penalizaciones): las horas de aviso por
       *> debajo de las cuales una cancelación del paciente se cobra,
       *> el importe de esa cancelación tardía y el de no presentarse.
       *> Un importe 0 deja sin cargo ese caso.
       *>
       *> Parámetros:
       *>     especialidad (str): Especialidad
       *>     tipoCita (str): Tipo de cita
       *>     horasAviso (int): Horas mínimas de aviso para cancelar
       *>     importeCancelacion (int): Cargo por cancelación tardía,
       *>                               en céntimos
       *>     importeNoPresentado (int): Cargo por no presentarse, en
       *>                                céntimos
       *>
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>
       method-id ConfigurarPenalizacion.
       local-storage section.
       01 especialidadSQL pic x(25).
       01 tipoSQL pic x(25).
       01 horasSQL pic S9(9) COMP-4.
       01 cancelacionSQL pic S9(9) COMP-4.
       01 noPresentadoSQL pic S9(9) COMP-4.
       procedure division using by value especialidad as string
                                         tipoCita as string
                                         horasAviso as binary-long
                                         importeCancelacion as binary-long
                                         importeNoPresentado as binary-long
                                   returning exito as type Boolean.

           set especialidadSQL to especialidad.
           set tipoSQL to tipoCita.
           set horasSQL to horasAviso.
           set cancelacionSQL to importeCancelacion.
           set noPresentadoSQL to importeNoPresentado.

           exec sql
               delete from penalizaciones
               where especialidad_penalizacion = :especialidadSQL
                 and tipo_cita_penalizacion = :tipoSQL
           end-exec.

           exec sql
               insert into penalizaciones
                   (especialidad_penalizacion, tipo_cita_penalizacion, horas_aviso_penalizacion,
                    importe_cancelacion_penalizacion, importe_no_presentado_penalizacion)
               values
                   (:especialidadSQL, :tipoSQL, :horasSQL, :cancelacionSQL, :noPresentadoSQL)
           end-exec.

           if SQLCODE < 0
               set exito to False
           else
               set exito to True
           end-if

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> DevuelvePenalizaciones
       *>
       *> Devuelve las políticas de cargos configuradas.
       *>
       *> Devuelve:
       *>     List[string]: una política por línea
       *>
       method-id DevuelvePenalizaciones.
       local-storage section.
       01 especialidad pic x(25).
       01 tipo pic x(25).
       01 horas pic S9(9) COMP-4.
       01 cancelacion pic S9(9) COMP-4.
       01 noPresentado pic S9(9) COMP-4.
       procedure division returning politicas as List[string].

           set politicas to new List[string]().

           exec sql
               declare penalizacionesTbl cursor for
                   select p.especialidad_penalizacion, p.tipo_cita_penalizacion, p.horas_aviso_penalizacion,
                          p.importe_cancelacion_penalizacion, p.importe_no_presentado_penalizacion
                   from penalizaciones as p
                   order by p.especialidad_penalizacion, p.tipo_cita_penalizacion
           end-exec.

           exec sql
               open penalizacionesTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch penalizacionesTbl into :especialidad, :tipo, :horas, :cancelacion, :noPresentado
               end-exec
               if SQLCODE = 0
                   invoke politicas::Add(type String::Concat(
                       (especialidad as string)::Trim(), " - ", (tipo as string)::Trim(),
                       ": cancelación con menos de ", horas::ToString(), " h ",
                       (cancelacion / 100)::ToString(), ",", (function mod(cancelacion, 100))::ToString("00"), " EUR",
                       " - no presentado ",
                       (noPresentado / 100)::ToString(), ",", (function mod(noPresentado, 100))::ToString("00"), " EUR"))
               end-if
           end-perform.

           exec sql
               close penalizacionesTbl
           end-exec.

       end method.

       *>
       *> GenerarCargoPenalizacion
       *>
       *> Emite la factura de cargo por una cancelación tardía del
       *> paciente o por no presentarse, según la política de su
       *> especialidad y tipo de cita (ver ConfigurarPenalizacion). La
       *> factura lleva cargo_factura ("Cancelacion" o "NoPresentado")
       *> y una línea de tipo "Cargo". No hay cargo para los
       *> pacientes cubiertos por una mutua, para las urgencias (tipo
       *> "Urgencia", citas de emergencia y pacientes sin cita), sin
       *> política o con importe 0, para una cancelación avisada con
       *> la antelación de la política, ni si la cita ya tiene su
       *> cargo. Las cancelaciones hechas por la propia clínica no
       *> llegan aquí (ver Cita::CancelarCitaPorPaciente).
       *>
       *> Parámetros:
       *>     idCita (int): Cita cancelada o no presentada
       *>     tipoCargo (str): "Cancelacion" o "NoPresentado"
       *>
       *> Devuelve:
       *>     int: id de la factura de cargo, 0 si no procede cargo
       *>
       method-id GenerarCargoPenalizacion.
       local-storage section.
       01 idCitaSQL pic S9(9) COMP-4.
       01 tipoCargoSQL pic x(15).
       01 idPaciente pic S9(9) COMP-4.
       01 tipoCita pic x(25).
       01 fechaCita pic x(10).
       01 horaCita pic x(8).
       01 emergencia binary-short.
       01 walkin binary-short.
       01 horasAviso pic S9(9) COMP-4.
       01 importeCancelacion pic S9(9) COMP-4.
       01 importeNoPresentado pic S9(9) COMP-4.
       01 importe pic S9(9) COMP-4.
       01 cubierto pic S9(9) COMP-4.
       01 yaCargada pic S9(9) COMP-4.
       01 momentoCita type DateTime.
       01 fechaSQL pic x(10).
       01 centroSerie pic x(25).
       01 serieStr string.
       01 numeroLegalSQL pic x(40).
       01 idFacturaNueva pic S9(9) COMP-4.
       01 concepto string.
       procedure division using by value idCita as binary-long
                                         tipoCargo as string
                                   returning idFactura as binary-long.

           set idFactura to 0.
           set idCitaSQL to idCita.
           set tipoCargoSQL to tipoCargo.

           exec sql
               select c.paciente_cita, c.tipo_cita, c.fecha_cita, c.hora_cita,
                      coalesce(c.emergencia_cita, 0), coalesce(c.walkin_cita, 0),
                      p.horas_aviso_penalizacion, p.importe_cancelacion_penalizacion,
                      p.importe_no_presentado_penalizacion
               into :idPaciente, :tipoCita, :fechaCita, :horaCita,
                    :emergencia, :walkin,
                    :horasAviso, :importeCancelacion, :importeNoPresentado
               from citas as c
               inner join medicos as m on (c.medico_cita = m.id_usuario_medico)
               inner join penalizaciones as p on (p.especialidad_penalizacion = m.especialidad_medico
                                                  and p.tipo_cita_penalizacion = c.tipo_cita)
               where c.id_cita = :idCitaSQL
           end-exec.

           if not SQLCODE = 0
               goback
           end-if

           if (tipoCita as string)::Trim()::Equals("Urgencia") or emergencia = 1 or walkin = 1
               goback
           end-if

           exec sql
               select count(*) into :cubierto
               from paciente_mutua as pm
               where pm.paciente_mutua = :idPaciente
           end-exec.

           if cubierto > 0
               goback
           end-if

           exec sql
               select count(*) into :yaCargada
               from facturas as f
               where f.cita_factura = :idCitaSQL
                 and f.cargo_factura = :tipoCargoSQL
           end-exec.

           if yaCargada > 0
               goback
           end-if

           if tipoCargo::Equals("Cancelacion")
               set momentoCita to type DateTime::ParseExact(fechaCita, "yyyy-MM-dd",
                   type System.Globalization.CultureInfo::InvariantCulture)::Add(type TimeSpan::Parse(horaCita))
               if momentoCita::Subtract(type DateTime::Now)::TotalHours >= horasAviso
                   goback
               end-if
               set importe to importeCancelacion
               set concepto to type String::Concat("Cancelación con menos de ", horasAviso::ToString(),
                   " horas de aviso - cita del ", (fechaCita as string)::Trim(), " ", (horaCita as string)::Trim()::Substring(0, 5))
           else
               set importe to importeNoPresentado
               set concepto to type String::Concat("No presentado a la cita del ",
                   (fechaCita as string)::Trim(), " ", (horaCita as string)::Trim()::Substring(0, 5))
           end-if

           if importe <= 0
               goback
           end-if

           exec sql
               select coalesce((
                   select mc.centro_medico from medico_centro as mc
                   inner join citas as c3 on (c3.medico_cita = mc.medico_centro)
                   where c3.id_cita = :idCitaSQL
               ), '') into :centroSerie
           end-exec.

           set serieStr to (centroSerie as string)::Trim().
           if serieStr::Equals("")
               set serieStr to "GEN"
           end-if

           set numeroLegalSQL to AsignarNumeroLegal(serieStr).
           if (numeroLegalSQL as string)::Trim()::Equals("")
               goback
           end-if
           set fechaSQL to type DateTime::Now::ToString("yyyy-MM-dd").

           exec sql
               insert into facturas
                   (cita_factura, paciente_factura, importe_factura, estado_pago_factura, fecha_emision_factura,
                    mutua_factura, numero_legal_factura, cargo_factura)
               values
                   (:idCitaSQL, :idPaciente, :importe, 'Pendiente', :fechaSQL,
                    0, :numeroLegalSQL, :tipoCargoSQL)
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("Factura::GenerarCargoPenalizacion", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               goback
           end-if

           exec sql
               select LAST_INSERT_ID() into :idFacturaNueva
           end-exec.

           if not InsertarLinea(idFacturaNueva, "Cargo", idCita, concepto, 1, importe)
               goback
           end-if

           if not AplicarAnticipos(idFacturaNueva, idPaciente, importe)
               goback
           end-if

           exec sql
               commit
           end-exec.

           if SQLCODE = 0
               set idFactura to idFacturaNueva
           else
               invoke modeloErrores::RegistrarError("Factura::GenerarCargoPenalizacion", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
           end-if.

       end method.

       *>
       *> DevuelveCargosPenalizacion
       *>
       *> Devuelve las facturas de cargo por cancelación tardía o no
       *> presentado emitidas desde una fecha, indicando si ya se
       *> anularon con una rectificativa, para revisarlas en
       *> facturación.
       *>
       *> Parámetros:
       *>     desdeSQL (str): Fecha de emisión mínima, "yyyy-MM-dd"
       *>
       *> Devuelve:
       *>     List[string]: un cargo por línea
       *>
       method-id DevuelveCargosPenalizacion.
       local-storage section.
       01 desdeArgumento pic x(10).
       01 idFacturaCargo pic S9(9) COMP-4.
       01 numeroLegal pic x(40).
       01 fechaEmision pic x(10).
       01 tipoCargo pic x(15).
       01 importe pic S9(9) COMP-4.
       01 estado pic x(15).
       01 anulada pic S9(9) COMP-4.
       01 nombreReal pic x(45).
       01 apellidos pic x(80).
       01 linea string.
       procedure division using by value desdeSQL as string
                                   returning cargos as List[string].

           set cargos to new List[string]().
           set desdeArgumento to desdeSQL.

           exec sql
               declare cargosPenalizacionTbl cursor for
                   select f.id_factura, coalesce(f.numero_legal_factura, ''), f.fecha_emision_factura,
                          f.cargo_factura, f.importe_factura, f.estado_pago_factura,
                          (select count(*) from facturas as r where r.rectifica_factura = f.id_factura),
                          u.nombre_real_usuario, u.apellidos_usuario
                   from facturas as f
                   left join usuarios as u on (f.paciente_factura = u.id_usuario)
                   where f.cargo_factura in ('Cancelacion', 'NoPresentado')
                     and f.fecha_emision_factura >= :desdeArgumento
                   order by f.fecha_emision_factura desc, f.id_factura desc
           end-exec.

           exec sql
               open cargosPenalizacionTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch cargosPenalizacionTbl into :idFacturaCargo, :numeroLegal, :fechaEmision, :tipoCargo,
                                                    :importe, :estado, :anulada, :nombreReal, :apellidos
               end-exec
               if SQLCODE = 0
                   set linea to type String::Concat(
                       "#", idFacturaCargo::ToString(), " ", (numeroLegal as string)::Trim(), " ",
                       (fechaEmision as string)::Trim(), " - ", (tipoCargo as string)::Trim(), " - ",
                       (nombreReal as string)::Trim(), " ", (apellidos as string)::Trim(), " - ",
                       (importe / 100)::ToString(), ",", (function mod(importe, 100))::ToString("00"), " EUR - ",
                       (estado as string)::Trim())
                   if anulada > 0
                       set linea to type String::Concat(linea, " (anulado)")
                   end-if
                   invoke cargos::Add(linea)
               end-if
           end-perform.

           exec sql
               close cargosPenalizacionTbl
           end-exec.

       end method.

       *>
       *> DevuelveLineasFactura
       *>
       *> Devuelve las líneas de detalle de una factura. Las facturas
       *> emitidas antes del detalle por líneas devuelven una única
       *> línea con el importe de la visita.
       *>
       *> Parámetros:
       *>     idFactura (int): Factura
       *>
       *> Devuelve:
       *>     List[str]: "concepto x cantidad - importe EUR" por línea
       *>
       method-id DevuelveLineasFactura.
       local-storage section.
       01 idFacturaSQL pic S9(9) COMP-4.
       01 concepto pic x(150).
       01 cantidad pic S9(9) COMP-4.
       01 importe pic S9(9) COMP-4.
       01 importeFactura pic S9(9) COMP-4.
       01 importeAbsoluto binary-long.
       01 signo string.
       procedure division using by value idFactura as binary-long
                                   returning lineas as List[string].

           set lineas to new List[string]().
           set idFacturaSQL to idFactura.

           exec sql
               declare lineasFacturaTbl cursor for
                   select fl.concepto_linea, fl.cantidad_linea, fl.importe_linea
                   from factura_lineas as fl
                   where fl.factura_linea = :idFacturaSQL
                   order by fl.id_linea
           end-exec.

           exec sql
               open lineasFacturaTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch lineasFacturaTbl into :concepto, :cantidad, :importe
               end-exec
               if SQLCODE = 0
                   if importe < 0
                       set signo to "-"
                       set importeAbsoluto to 0 - importe
                   else
                       set signo to ""
                       set importeAbsoluto to importe
                   end-if
                   invoke lineas::Add(type String::Concat(
                       (concepto as string)::Trim(), " x ", cantidad::ToString(), " - ", signo,
                       (importeAbsoluto / 100)::ToString(), ",",
                       (function mod(importeAbsoluto, 100))::ToString("00"), " EUR"))
               end-if
           end-perform.

           exec sql
               close lineasFacturaTbl
           end-exec.

           if lineas::Count = 0
               exec sql
                   select f.importe_factura into :importeFactura
                   from facturas as f
                   where f.id_factura = :idFacturaSQL
               end-exec
               if SQLCODE = 0
                   if importeFactura < 0
                       set signo to "-"
                       set importeAbsoluto to 0 - importeFactura
                   else
                       set signo to ""
                       set importeAbsoluto to importeFactura
                   end-if
                   invoke lineas::Add(type String::Concat("Visita x 1 - ", signo,
                       (importeAbsoluto / 100)::ToString(), ",",
                       (function mod(importeAbsoluto, 100))::ToString("00"), " EUR"))
               end-if
           end-if.

       end method.

       *>
       *> GenerarDocumentoFactura
       *>
       *> Genera el documento imprimible de una factura con su
       *> número legal, el pagador, las líneas de detalle y el total.
       *> Mismo motor de documento de texto que el justificante de
       *> asistencia (ver Cita::GenerarJustificante).
       *>
       *> Parámetros:
       *>     idFactura (int): Factura a imprimir
       *>
       *> Devuelve:
       *>     str: documento de la factura, "" si no existe
       *>
       method-id GenerarDocumentoFactura.
       local-storage section.
       01 idFacturaSQL pic S9(9) COMP-4.
       01 numeroLegal pic x(40).
       01 fechaEmision pic x(10).
       01 nombreReal pic x(45).
       01 apellidos pic x(80).
       01 nombreMutua pic x(100).
       01 autorizacion pic x(30).
       01 numeroRectificada pic x(40).
       01 motivoRectificacion pic x(255).
       01 importe pic S9(9) COMP-4.
       01 importeAbsoluto binary-long.
       01 signo string.
       01 contenido string.
       01 lineas List[string].
       procedure division using by value idFactura as binary-long
                                   returning documento as string.

           set documento to "".
           set idFacturaSQL to idFactura.

           exec sql
               select coalesce(f.numero_legal_factura, ''), f.fecha_emision_factura,
                      u.nombre_real_usuario, u.apellidos_usuario,
                      coalesce(mu.nombre_mutua, ''), coalesce(f.autorizacion_factura, ''),
                      coalesce(fo.numero_legal_factura, ''), coalesce(f.motivo_rectificacion_factura, ''),
                      f.importe_factura
               into :numeroLegal, :fechaEmision, :nombreReal, :apellidos,
                    :nombreMutua, :autorizacion, :numeroRectificada, :motivoRectificacion,
                    :importe
               from facturas as f
               left join usuarios as u on (f.paciente_factura = u.id_usuario)
               left join mutuas as mu on (f.mutua_factura = mu.id_mutua)
               left join facturas as fo on (f.rectifica_factura = fo.id_factura)
               where f.id_factura = :idFacturaSQL
           end-exec.

           if not SQLCODE = 0
               goback
           end-if

           set contenido to type String::Concat(
               "Factura ", (numeroLegal as string)::Trim(), " - CitaMe", type Environment::NewLine,
               "Fecha de emisión: ", (fechaEmision as string)::Trim(), type Environment::NewLine,
               "Paciente: ", (nombreReal as string)::Trim(), " ", (apellidos as string)::Trim(), type Environment::NewLine).

           if not (nombreMutua as string)::Trim()::Equals("")
               set contenido to type String::Concat(contenido,
                   "A cargo de: ", (nombreMutua as string)::Trim(), type Environment::NewLine)
               if not (autorizacion as string)::Trim()::Equals("")
                   set contenido to type String::Concat(contenido,
                       "Autorización: ", (autorizacion as string)::Trim(), type Environment::NewLine)
               end-if
           end-if

           if not (numeroRectificada as string)::Trim()::Equals("")
               set contenido to type String::Concat(contenido,
                   "Rectifica a la factura: ", (numeroRectificada as string)::Trim(),
                   " (", (motivoRectificacion as string)::Trim(), ")", type Environment::NewLine)
           end-if

           set contenido to type String::Concat(contenido, type Environment::NewLine, "Conceptos:", type Environment::NewLine).
           set lineas to DevuelveLineasFactura(idFactura).
           perform varying linea as string through lineas
               set contenido to type String::Concat(contenido, "  ", linea, type Environment::NewLine)
           end-perform.

           if importe < 0
               set signo to "-"
               set importeAbsoluto to 0 - importe
           else
               set signo to ""
               set importeAbsoluto to importe
           end-if

           set contenido to type String::Concat(contenido, type Environment::NewLine,
               "Total: ", signo, (importeAbsoluto / 100)::ToString(), ",",
               (function mod(importeAbsoluto, 100))::ToString("00"), " EUR", type Environment::NewLine).

           set documento to contenido.

       end method.

       *>
       *> MarcarPagada
       *>
       *> Marca una factura como cobrada en el mostrador.
       *>
       *> Parámetros:
       *>     idFactura (int): Factura cobrada
       *>
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>
       method-id MarcarPagada.
       local-storage section.
       01 idFacturaSQL pic S9(9) COMP-4.
       procedure division using by value idFactura as binary-long
                                   returning exito as type Boolean.

           set idFacturaSQL to idFactura.

           exec sql
               update facturas
               set estado_pago_factura = 'Pagada'
               where id_factura = :idFacturaSQL
           end-exec.

           exec sql
               commit
           end-exec.

           if SQLCODE = 0
               set exito to True
           else
               set exito to False
           end-if.

       end method.

       *>
       *> RegistrarPago
       *>
       *> Registra un cobro (total o parcial) de una factura con su
       *> forma de pago: efectivo, tarjeta (con la referencia de la
       *> operación del TPV) o transferencia (tabla pagos_facturas).
       *> La factura pasa a Pagada cuando la suma de sus cobros
       *> alcanza el importe, o a "Pago parcial" mientras tanto, para
       *> que el arqueo de caja cuadre contra lo realmente cobrado y
       *> no contra una marca binaria (ver DevuelveArqueoDia).
       *>
       *> Parámetros:
       *>     idFactura (int): Factura cobrada
       *>     metodo (str): Efectivo, Tarjeta o Transferencia
       *>     referenciaTpv (str): Referencia de la operación del TPV,
       *>                          "" si no es tarjeta
       *>     importeCentimos (int): Importe cobrado en céntimos
       *>
       *>              False en caso de error
       *>
       method-id RegistrarPago.
       procedure division using by value idFactura as binary-long
                                         metodo as string
                                         referenciaTpv as string
                                         importeCentimos as binary-long
                                   returning exito as type Boolean.

           set exito to AnotarPago(idFactura, metodo, referenciaTpv, importeCentimos).

           if not exito
               goback
           end-if

           exec sql
               commit
           end-exec.

           if not SQLCODE = 0
               invoke modeloErrores::RegistrarError("Factura::RegistrarPago", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               set exito to False
           end-if.

       end method.

       *>
       *> AnotarPago
       *>
       *> Anota el cobro de RegistrarPago y el nuevo estado de la
       *> factura sin commit, para que AplicarAnticipos lo confirme
       *> junto con la emisión; si falla deshace la transacción.
       *>
       *> Devuelve:
       *>     Boolean: True si el cobro quedó anotado
       *>
       method-id AnotarPago private.
       local-storage section.
       01 idFacturaSQL pic S9(9) COMP-4.
       01 metodoSQL pic x(15).
           end-exec.

           if not SQLCODE = 0
               if SQLCODE < 0
                   invoke modeloErrores::RegistrarError("Factura::AnotarPago", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               end-if
               exec sql
                   rollback
               end-exec
               goback
           end-if

           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("Factura::AnotarPago", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               goback
           end-if

               where p.factura_pago = :idFacturaSQL
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("Factura::AnotarPago", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               goback
           end-if

           if totalCobrado >= importeFactura
               set estadoSQL to "Pagada"
           else
               where id_factura = :idFacturaSQL
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("Factura::AnotarPago", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               exec sql
                   rollback
               end-exec
               goback
           end-if

           set exito to True.

       *> Devuelve lo cobrado un día desglosado por forma de pago,
       *> para el arqueo del mostrador al cierre: el efectivo esperado
       *> en el cajón, el total de tarjeta a cuadrar contra el lote
       *> del TPV y las transferencias. Los anticipos cobrados y los
       *> reembolsos hechos ese día (ver modelo Anticipo) suman y
       *> restan en su forma de pago, y se detallan aparte; los cobros
       *> con forma de pago "Anticipo" no, porque ese dinero entró en
       *> caja el día del anticipo.
       *>
       *> Parámetros:
       *>     fechaSQL (str): Día del arqueo, "yyyy-MM-dd"
       01 totalEfectivo pic S9(9) COMP-4.
       01 totalTarjeta pic S9(9) COMP-4.
       01 totalTransferencia pic S9(9) COMP-4.
       01 totalAnticipos pic S9(9) COMP-4.
       01 totalReembolsos pic S9(9) COMP-4.
       procedure division using by value fechaSQL as string
                                   returning desglose as string.

           set fechaLikeSQL to type String::Concat(fechaSQL, "%").

           set totalEfectivo to CobradoDiaMetodo(fechaSQL, "Efectivo").
           set totalTarjeta to CobradoDiaMetodo(fechaSQL, "Tarjeta").
           set totalTransferencia to CobradoDiaMetodo(fechaSQL, "Transferencia").

           exec sql
               select coalesce(sum(case when a.tipo_anticipo = 'Anticipo' then a.importe_anticipo else 0 end), 0),
                      coalesce(sum(case when a.tipo_anticipo = 'Reembolso' then 0 - a.importe_anticipo else 0 end), 0)
               into :totalAnticipos, :totalReembolsos
               from anticipos as a
               where a.fecha_anticipo like :fechaLikeSQL
           end-exec.

           set desglose to type String::Concat(
               "Efectivo esperado: ", (totalEfectivo / 100)::ToString(), ",", (function mod(totalEfectivo, 100))::ToString("00"), " EUR",
               " - Tarjeta (lote TPV): ", (totalTarjeta / 100)::ToString(), ",", (function mod(totalTarjeta, 100))::ToString("00"), " EUR",
               " - Transferencias: ", (totalTransferencia / 100)::ToString(), ",", (function mod(totalTransferencia, 100))::ToString("00"), " EUR").

           if totalAnticipos > 0 or totalReembolsos > 0
               set desglose to type String::Concat(desglose,
                   " (incluye anticipos cobrados: ", (totalAnticipos / 100)::ToString(), ",", (function mod(totalAnticipos, 100))::ToString("00"), " EUR",
                   "; reembolsos: -", (totalReembolsos / 100)::ToString(), ",", (function mod(totalReembolsos, 100))::ToString("00"), " EUR)")
           end-if.

       end method.

       *>
       *> CobradoDiaMetodo
       *>
       *> Dinero entrado en caja un día con una forma de pago: cobros
       *> de facturas más anticipos cobrados menos reembolsos hechos
       *> (ver modelo Anticipo).
       *>
       *> Parámetros:
       *>     fechaSQL (str): Día, "yyyy-MM-dd"
       *>     metodo (str): Efectivo, Tarjeta o Transferencia
       *>
       *> Devuelve:
       *>     int: importe neto en céntimos
       *>
       method-id CobradoDiaMetodo private.
       local-storage section.
       01 fechaLikeSQL pic x(12).
       01 metodoSQL pic x(15).
       01 totalCobros pic S9(9) COMP-4.
       01 totalAnticipos pic S9(9) COMP-4.
       procedure division using by value fechaSQL as string
                                         metodo as string
                                   returning total as binary-long.

           set fechaLikeSQL to type String::Concat(fechaSQL, "%").
           set metodoSQL to metodo.

           exec sql
               select coalesce(sum(p.importe_pago), 0) into :totalCobros
               from pagos_facturas as p
               where p.fecha_pago like :fechaLikeSQL and p.metodo_pago = :metodoSQL
           end-exec.

           exec sql
               select coalesce(sum(a.importe_anticipo), 0) into :totalAnticipos
               from anticipos as a
               where a.fecha_anticipo like :fechaLikeSQL
                 and a.metodo_anticipo = :metodoSQL
                 and a.tipo_anticipo in ('Anticipo', 'Reembolso')
           end-exec.

           set total to totalCobros + totalAnticipos.

       end method.

       method-id RegistrarArqueo.
       local-storage section.
       01 fechaArgumento pic x(10).
       01 efectivoEsperado pic S9(9) COMP-4.
       01 tarjetaEsperada pic S9(9) COMP-4.
       01 efectivoContadoSQL pic S9(9) COMP-4.
                                   returning exito as type Boolean.

           set fechaArgumento to fechaSQL.
           set efectivoContadoSQL to efectivoContado.
           set totalTpvSQL to totalTpv.
           set motivoSQL to motivoDiscrepancia.

           set efectivoEsperado to CobradoDiaMetodo(fechaSQL, "Efectivo").
           set tarjetaEsperada to CobradoDiaMetodo(fechaSQL, "Tarjeta").

           *> Un arqueo repetido del mismo día sustituye al anterior
           exec sql
