       *> su dirección de facturación), la lista de precios pactada
       *> que prevalece sobre las tarifas generales (tabla
       *> tarifas_mutua), la asignación de pacientes a su mutua (tabla
       *> paciente_mutua, con su número de póliza en
       *> poliza_paciente_mutua) y la factura mensual consolidada por
       *> aseguradora (tabla facturas_mutua) con su anexo de detalle,
       *> gestionada con el mismo ciclo de estado de pago que las
       *> facturas de paciente. Las facturas de cita cubiertas llevan
       *> la mutua anotada (columna mutua_factura) y no se cobran al
       *> paciente (ver Factura::GenerarFacturaCita).
       *>
       *> Las líneas que la aseguradora rechaza (glosas) se anotan con
       *> su motivo en la tabla glosas_mutua y, una vez corregidas, se
       *> vuelven a facturar en la siguiente factura mensual; los
       *> cobros parciales de la factura mensual quedan en la tabla
       *> pagos_mutua (ver RegistrarGlosa y RegistrarPagoMensual).
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.Mutua.


       end method.

       *>
       *> RegistrarPoliza
       *>
       *> Anota el número de póliza del paciente en su aseguradora,
       *> que viaja en el fichero de comprobación de cobertura (ver
       *> ElegibilidadMutua).
       *>
       *> Parámetros:
       *>     idPaciente (int): Paciente cubierto
       *>     poliza (str): Número de póliza
       *>
       *> Devuelve:
       *>     Boolean: True si el paciente tiene mutua y la póliza quedó
       *>              anotada
       *>
       method-id RegistrarPoliza.
       local-storage section.
       01 idPacienteSQL pic S9(9) COMP-4.
       01 polizaSQL pic x(30).
       procedure division using by value idPaciente as binary-long
                                         poliza as string
                                   returning exito as type Boolean.

           set idPacienteSQL to idPaciente.
           set polizaSQL to poliza::Trim().

           exec sql
               update paciente_mutua
               set poliza_paciente_mutua = :polizaSQL
               where paciente_mutua = :idPacienteSQL
           end-exec.

           if SQLCODE >= 0 and SQLERRD(3) > 0
               set exito to True
           else
               set exito to False
           end-if

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> ConfigurarTarifaMutua
       *>
       *> Fija el precio pactado con una aseguradora para una
       *> especialidad y tipo de cita, que prevalece sobre la tarifa
       *> general al facturar citas cubiertas. También para los
       *> conceptos de las líneas de factura, con la familia
       *> ("Prueba", "Material", "Enfermeria") como especialidad y el
       *> nombre del concepto como tipo (ver Factura::PrecioConcepto).
       *>
       *> Parámetros:
       *>     idMutua (int): Aseguradora
       local-storage section.
       01 idMutuaSQL pic S9(9) COMP-4.
       01 especialidadSQL pic x(25).
       01 tipoSQL pic x(100).
       01 importeSQL pic S9(9) COMP-4.
       procedure division using by value idMutua as binary-long
                                         especialidad as string
       *> Genera la factura mensual consolidada de una aseguradora: la
       *> suma de todas las facturas de cita del mes anotadas a su
       *> cuenta (mutua_factura), en estado Pendiente dentro del mismo
       *> ciclo de estado de pago que las facturas de paciente, más
       *> las líneas rechazadas (glosas) de meses anteriores ya
       *> corregidas, que se vuelven a facturar en esta (ver
       *> RegistrarGlosa). El detalle de las citas del mes se
       *> consulta con DevuelveDetalleMensual como anexo.
       *>
       *> Parámetros:
       *>     idMutua (int): Aseguradora a facturar
       01 totalImporte pic S9(9) COMP-4.
       01 yaGenerada pic S9(9) COMP-4.
       01 hoySQL pic x(10).
       01 numRefacturadas pic S9(9) COMP-4.
       01 importeRefacturado pic S9(9) COMP-4.
       01 idFacturaMensualNueva pic S9(9) COMP-4.
       procedure division using by value idMutua as binary-long
                                         mesSQL as string
                                   returning resumen as string.
                 and f.fecha_emision_factura like :mesLikeSQL
           end-exec.

           if not SQLCODE = 0
               set numFacturas to 0
               set totalImporte to 0
           end-if

           *> Glosas corregidas pendientes de volver a facturar
           exec sql
               select count(*), coalesce(sum(g.importe_glosa), 0)
               into :numRefacturadas, :importeRefacturado
               from glosas_mutua as g
               inner join facturas_mutua as fm on (g.factura_mensual_glosa = fm.id_factura_mensual)
               where fm.mutua_factura_mensual = :idMutuaSQL
                 and g.estado_glosa = 'Corregida'
           end-exec.

           if not SQLCODE = 0
               set numRefacturadas to 0
               set importeRefacturado to 0
           end-if

           if numFacturas = 0 and numRefacturadas = 0
               set resumen to "No hay citas facturadas a esa aseguradora en el mes indicado."
               goback
           end-if

           add numRefacturadas to numFacturas.
           add importeRefacturado to totalImporte.

           exec sql
               insert into facturas_mutua
                   (mutua_factura_mensual, mes_factura_mensual, citas_factura_mensual,
                    importe_factura_mensual, estado_pago_factura_mensual, fecha_emision_factura_mensual,
                    importe_cobrado_factura_mensual)
               values
                   (:idMutuaSQL, :mesArgumento, :numFacturas,
                    :totalImporte, 'Pendiente', :hoySQL, 0)
           end-exec.

           if SQLCODE = 0 and numRefacturadas > 0
               exec sql
                   select LAST_INSERT_ID() into :idFacturaMensualNueva
               end-exec
               exec sql
                   update glosas_mutua
                   set estado_glosa = 'Refacturada',
                       factura_mensual_refacturada_glosa = :idFacturaMensualNueva
                   where estado_glosa = 'Corregida'
                     and factura_mensual_glosa in (
                         select fm.id_factura_mensual from facturas_mutua as fm
                         where fm.mutua_factura_mensual = :idMutuaSQL
                     )
               end-exec
           end-if

           exec sql
               commit
           end-exec.
               "Factura mensual generada: ", numFacturas::ToString(), " citas, ",
               (totalImporte / 100)::ToString(), ",",
               (function mod(totalImporte, 100))::ToString("00"), " EUR").
           if numRefacturadas > 0
               set resumen to type String::Concat(resumen, " (incluye ", numRefacturadas::ToString(),
                   " líneas rechazadas y corregidas de meses anteriores)")
           end-if.

       end method.

       *> DevuelveDetalleMensual
       *>
       *> Devuelve el anexo de detalle de la factura mensual de una
       *> aseguradora: una línea por factura de cita del mes, con el
       *> paciente asegurado y el importe, seguida de sus líneas de
       *> detalle (visita, pruebas, material y enfermería).
       *>
       *> Parámetros:
       *>     idMutua (int): Aseguradora
       01 nombreReal pic x(45).
       01 apellidos pic x(80).
       01 importe pic S9(9) COMP-4.
       01 idFactura pic S9(9) COMP-4.
       01 idsFacturas List[binary-long].
       01 cabeceras List[string].
       01 indice binary-long.
       01 modeloFactura type CitaMe.modelo.Factura.
       01 lineasFactura List[string].
       01 mesArgumento pic x(7).
       01 idFacturaMensual pic S9(9) COMP-4.
       01 idGlosa pic S9(9) COMP-4.
       01 motivo pic x(20).
       01 detalleGlosa pic x(255).
       01 estadoGlosa pic x(15).
       01 mesOrigen pic x(7).
       01 refacturadas List[string].
       01 glosas List[string].
       procedure division using by value idMutua as binary-long
                                         mesSQL as string
                                   returning detalle as List[string].

           set detalle to new List[string]().
           set idsFacturas to new List[binary-long]().
           set cabeceras to new List[string]().
           set idMutuaSQL to idMutua.
           set mesLikeSQL to type String::Concat(mesSQL::Trim(), "%").

           exec sql
               declare detalleMutuaTbl cursor for
                   select f.id_factura, f.fecha_emision_factura, f.cita_factura,
                          u.nombre_real_usuario, u.apellidos_usuario, f.importe_factura
                   from facturas as f
                   left join usuarios as u on (f.paciente_factura = u.id_usuario)
               open detalleMutuaTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100

               exec sql
                   fetch detalleMutuaTbl into
                   :idFactura, :fechaSQL, :idCita, :nombreReal, :apellidos, :importe
               end-exec

               if SQLCODE = 0
                   invoke idsFacturas::Add(idFactura)
                   invoke cabeceras::Add(type String::Concat(
                       (fechaSQL as string)::Trim(), " - Cita #", idCita::ToString(), " - ",
                       (nombreReal as string)::Trim(), " ", (apellidos as string)::Trim(),
                       " - ", (importe / 100)::ToString(), ",",
                       (function mod(importe, 100))::ToString("00"), " EUR"))
               end-if

           end-perform.

           exec sql
               close detalleMutuaTbl
           end-exec.

           *> Las líneas de cada factura, sangradas bajo su cabecera
           set modeloFactura to new CitaMe.modelo.Factura().
           perform varying indice from 0 by 1 until indice >= idsFacturas::Count
               invoke detalle::Add(cabeceras[indice])
               set lineasFactura to modeloFactura::DevuelveLineasFactura(idsFacturas[indice])
               perform varying lineaFactura as string through lineasFactura
                   invoke detalle::Add(type String::Concat("    ", lineaFactura))
               end-perform
           end-perform.

           *> Líneas rechazadas de meses anteriores que se vuelven a
           *> facturar en esta, y glosas recibidas sobre esta factura
           set mesArgumento to mesSQL::Trim().
           exec sql
               select fm.id_factura_mensual into :idFacturaMensual
               from facturas_mutua as fm
               where fm.mutua_factura_mensual = :idMutuaSQL
                 and fm.mes_factura_mensual = :mesArgumento
           end-exec.

           if not SQLCODE = 0
               goback
           end-if

           set refacturadas to new List[string]().
           set glosas to new List[string]().

           exec sql
               declare detalleGlosasTbl cursor for
                   select g.id_glosa, g.factura_glosa, f.cita_factura, u.nombre_real_usuario, u.apellidos_usuario,
                          g.importe_glosa, g.motivo_glosa, coalesce(g.detalle_glosa, ''), g.estado_glosa,
                          fo.mes_factura_mensual
                   from glosas_mutua as g
                   inner join facturas as f on (g.factura_glosa = f.id_factura)
                   inner join facturas_mutua as fo on (g.factura_mensual_glosa = fo.id_factura_mensual)
                   left join usuarios as u on (f.paciente_factura = u.id_usuario)
                   where g.factura_mensual_glosa = :idFacturaMensual
                      or g.factura_mensual_refacturada_glosa = :idFacturaMensual
                   order by g.id_glosa
           end-exec.

           exec sql
               open detalleGlosasTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch detalleGlosasTbl into :idGlosa, :idFactura, :idCita, :nombreReal, :apellidos,
                                               :importe, :motivo, :detalleGlosa, :estadoGlosa, :mesOrigen
               end-exec
               if SQLCODE = 0
                   if (mesOrigen as string)::Trim()::Equals(mesSQL::Trim())
                       invoke glosas::Add(type String::Concat(
                           "    Glosa #", idGlosa::ToString(), " - Cita #", idCita::ToString(), " - ",
                           (nombreReal as string)::Trim(), " ", (apellidos as string)::Trim(), " - ",
                           (importe / 100)::ToString(), ",", (function mod(importe, 100))::ToString("00"), " EUR - ",
                           (motivo as string)::Trim(), " ", (detalleGlosa as string)::Trim(), " (",
                           (estadoGlosa as string)::Trim(), ")"))
                   else
                       invoke refacturadas::Add(type String::Concat(
                           "    Cita #", idCita::ToString(), " - ",
                           (nombreReal as string)::Trim(), " ", (apellidos as string)::Trim(), " - ",
                           (importe / 100)::ToString(), ",", (function mod(importe, 100))::ToString("00"), " EUR",
                           " (rechazada en ", (mesOrigen as string)::Trim(), ": ", (motivo as string)::Trim(), ")"))
                   end-if
               end-if
           end-perform.

           exec sql
               close detalleGlosasTbl
           end-exec.

           if refacturadas::Count > 0
               invoke detalle::Add("Líneas rechazadas en meses anteriores, corregidas y facturadas de nuevo:")
               invoke detalle::AddRange(refacturadas)
           end-if

           if glosas::Count > 0
               invoke detalle::Add("Líneas rechazadas por la aseguradora en esta factura:")
               invoke detalle::AddRange(glosas)
           end-if.

       end method.

       *>
       local-storage section.
       01 idMutuaSQL pic S9(9) COMP-4.
       01 mesArgumento pic x(7).
       01 ahoraSQL pic x(19).
       procedure division using by value idMutua as binary-long
                                         mesSQL as string
                                   returning exito as type Boolean.

           set idMutuaSQL to idMutua.
           set mesArgumento to mesSQL::Trim().
           set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           *> La fecha de cobro la recoge la exportación contable
           exec sql
               update facturas_mutua
               set estado_pago_factura_mensual = 'Pagada',
                   fecha_pago_factura_mensual = :ahoraSQL
               where mutua_factura_mensual = :idMutuaSQL
                 and mes_factura_mensual = :mesArgumento
           end-exec.

       end method.

       *>
       *> RegistrarGlosa
       *>
       *> Anota el rechazo (glosa) de una línea de la factura mensual
       *> de una aseguradora: la factura de cita que la aseguradora no
       *> paga, con el motivo. El importe rechazado deja de esperarse
       *> de la aseguradora en esa factura mensual hasta que la glosa
       *> se resuelva (ver ResolverGlosa): corregida, se vuelve a
       *> facturar en la siguiente factura mensual; aceptada, se da
       *> por perdida.
       *>
       *> Parámetros:
       *>     idMutua (int): Aseguradora
       *>     mesSQL (str): Mes de la factura mensual, "yyyy-MM"
       *>     idFactura (int): Factura de cita rechazada
       *>     motivo (str): Autorizacion, Duplicado, NoCubierto u Otro
       *>     detalle (str): Explicación de la aseguradora
       *>
       *> Devuelve:
       *>     int: id de la glosa, 0 si la factura no pertenece a esa
       *>          factura mensual o ya tiene una glosa abierta
       *>
       method-id RegistrarGlosa.
       local-storage section.
       01 idMutuaSQL pic S9(9) COMP-4.
       01 mesArgumento pic x(7).
       01 mesLikeSQL pic x(9).
       01 idFacturaSQL pic S9(9) COMP-4.
       01 motivoSQL pic x(20).
       01 detalleSQL pic x(255).
       01 hoySQL pic x(10).
       01 idFacturaMensual pic S9(9) COMP-4.
       01 importe pic S9(9) COMP-4.
       01 pertenece pic S9(9) COMP-4.
       01 abiertas pic S9(9) COMP-4.
       procedure division using by value idMutua as binary-long
                                         mesSQL as string
                                         idFactura as binary-long
                                         motivo as string
                                         detalle as string
                                   returning idGlosa as binary-long.

           set idGlosa to 0.
           set idMutuaSQL to idMutua.
           set mesArgumento to mesSQL::Trim().
           set mesLikeSQL to type String::Concat(mesSQL::Trim(), "%").
           set idFacturaSQL to idFactura.
           set motivoSQL to motivo::Trim().
           set detalleSQL to detalle::Trim().
           set hoySQL to type DateTime::Now::ToString("yyyy-MM-dd").

           exec sql
               select fm.id_factura_mensual into :idFacturaMensual
               from facturas_mutua as fm
               where fm.mutua_factura_mensual = :idMutuaSQL
                 and fm.mes_factura_mensual = :mesArgumento
           end-exec.

           if not SQLCODE = 0
               goback
           end-if

           *> La factura es una línea de esa factura mensual: del mes y
           *> de la aseguradora, o una glosa de otro mes refacturada en
           *> ella
           exec sql
               select count(*), coalesce(max(f.importe_factura), 0) into :pertenece, :importe
               from facturas as f
               where f.id_factura = :idFacturaSQL
                 and ((coalesce(f.mutua_factura, 0) = :idMutuaSQL
                       and f.fecha_emision_factura like :mesLikeSQL)
                      or exists (
                          select 1 from glosas_mutua as g
                          where g.factura_glosa = f.id_factura
                            and g.factura_mensual_refacturada_glosa = :idFacturaMensual
                      ))
           end-exec.

           if not SQLCODE = 0 or pertenece = 0
               goback
           end-if

           exec sql
               select count(*) into :abiertas
               from glosas_mutua as g
               where g.factura_glosa = :idFacturaSQL
                 and g.estado_glosa in ('Rechazada', 'Corregida')
           end-exec.

           if not SQLCODE = 0 or abiertas > 0
               goback
           end-if

           exec sql
               insert into glosas_mutua
                   (factura_mensual_glosa, factura_glosa, importe_glosa, motivo_glosa,
                    detalle_glosa, estado_glosa, fecha_glosa)
               values
                   (:idFacturaMensual, :idFacturaSQL, :importe, :motivoSQL,
                    :detalleSQL, 'Rechazada', :hoySQL)
           end-exec.

           if SQLCODE = 0
               exec sql
                   select LAST_INSERT_ID() into :idGlosa
               end-exec
           end-if

           exec sql
               commit
           end-exec.

           if idGlosa > 0
               invoke ActualizarEstadoMensual(idFacturaMensual)
           end-if.

       end method.

       *>
       *> ResolverGlosa
       *>
       *> Resuelve una glosa abierta: "Corregida" cuando la clínica ha
       *> subsanado el motivo del rechazo (la línea entra en la
       *> siguiente factura mensual de la aseguradora, ver
       *> GenerarFacturaMensual), o "Aceptada" cuando se da el importe
       *> por perdido.
       *>
       *> Parámetros:
       *>     idGlosa (int): Glosa a resolver
       *>     resolucion (str): Corregida o Aceptada
       *>
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>              False si la glosa no existe o ya está resuelta
       *>
       method-id ResolverGlosa.
       local-storage section.
       01 idGlosaSQL pic S9(9) COMP-4.
       01 resolucionSQL pic x(15).
       01 hoySQL pic x(10).
       procedure division using by value idGlosa as binary-long
                                         resolucion as string
                                   returning exito as type Boolean.

           set exito to False.
           if not resolucion::Trim()::Equals("Corregida") and not resolucion::Trim()::Equals("Aceptada")
               goback
           end-if

           set idGlosaSQL to idGlosa.
           set resolucionSQL to resolucion::Trim().
           set hoySQL to type DateTime::Now::ToString("yyyy-MM-dd").

           exec sql
               update glosas_mutua
               set estado_glosa = :resolucionSQL,
                   fecha_resolucion_glosa = :hoySQL
               where id_glosa = :idGlosaSQL
                 and estado_glosa = 'Rechazada'
           end-exec.

           if SQLCODE >= 0 and SQLERRD(3) > 0
               set exito to True
           end-if

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> RegistrarPagoMensual
       *>
       *> Anota un cobro, total o parcial, de la factura mensual de una
       *> aseguradora (tabla pagos_mutua). La factura pasa a "Pagada"
       *> cuando lo cobrado más lo rechazado en glosas cubre su
       *> importe, y a "Pago parcial" mientras no.
       *>
       *> Parámetros:
       *>     idMutua (int): Aseguradora
       *>     mesSQL (str): Mes de la factura mensual, "yyyy-MM"
       *>     importe (int): Importe cobrado en céntimos
       *>     referencia (str): Referencia del cobro (transferencia)
       *>
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>              False en caso de error
       *>
       method-id RegistrarPagoMensual.
       local-storage section.
       01 idMutuaSQL pic S9(9) COMP-4.
       01 mesArgumento pic x(7).
       01 importeSQL pic S9(9) COMP-4.
       01 referenciaSQL pic x(100).
       01 ahoraSQL pic x(19).
       01 idFacturaMensual pic S9(9) COMP-4.
       procedure division using by value idMutua as binary-long
                                         mesSQL as string
                                         importe as binary-long
                                         referencia as string
                                   returning exito as type Boolean.

           set exito to False.
           if importe <= 0
               goback
           end-if

           set idMutuaSQL to idMutua.
           set mesArgumento to mesSQL::Trim().
           set importeSQL to importe.
           set referenciaSQL to referencia::Trim().
           set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           exec sql
               select fm.id_factura_mensual into :idFacturaMensual
               from facturas_mutua as fm
               where fm.mutua_factura_mensual = :idMutuaSQL
                 and fm.mes_factura_mensual = :mesArgumento
                 and fm.estado_pago_factura_mensual in ('Pendiente', 'Pago parcial')
           end-exec.

           if not SQLCODE = 0
               goback
           end-if

           exec sql
               insert into pagos_mutua
                   (factura_mensual_pago_mutua, importe_pago_mutua, referencia_pago_mutua, fecha_pago_mutua)
               values
                   (:idFacturaMensual, :importeSQL, :referenciaSQL, :ahoraSQL)
           end-exec.

           if SQLCODE < 0
               goback
           end-if

           exec sql
               update facturas_mutua
               set importe_cobrado_factura_mensual = coalesce(importe_cobrado_factura_mensual, 0) + :importeSQL
               where id_factura_mensual = :idFacturaMensual
           end-exec.

           if SQLCODE >= 0
               set exito to True
           end-if

           exec sql
               commit
           end-exec.

           invoke ActualizarEstadoMensual(idFacturaMensual).

       end method.

       *>
       *> ActualizarEstadoMensual
       *>
       *> Recalcula el estado de pago de una factura mensual a partir
       *> de lo cobrado (pagos_mutua) y lo rechazado (glosas_mutua):
       *> "Pagada" si entre los dos cubren el importe, "Pago parcial"
       *> si hay algo cobrado, y si no la deja como estaba.
       *>
       method-id ActualizarEstadoMensual private.
       local-storage section.
       01 idFacturaMensualSQL pic S9(9) COMP-4.
       01 importeTotal pic S9(9) COMP-4.
       01 importeCobrado pic S9(9) COMP-4.
       01 importeGlosado pic S9(9) COMP-4.
       01 ahoraSQL pic x(19).
       procedure division using by value idFacturaMensual as binary-long.

           set idFacturaMensualSQL to idFacturaMensual.
           set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           exec sql
               select fm.importe_factura_mensual, coalesce(fm.importe_cobrado_factura_mensual, 0),
                      coalesce((select sum(g.importe_glosa) from glosas_mutua as g
                                where g.factura_mensual_glosa = fm.id_factura_mensual), 0)
               into :importeTotal, :importeCobrado, :importeGlosado
               from facturas_mutua as fm
               where fm.id_factura_mensual = :idFacturaMensualSQL
                 and fm.estado_pago_factura_mensual in ('Pendiente', 'Pago parcial')
           end-exec.

           if not SQLCODE = 0
               goback
           end-if

           if importeCobrado + importeGlosado >= importeTotal
               exec sql
                   update facturas_mutua
                   set estado_pago_factura_mensual = 'Pagada',
                       fecha_pago_factura_mensual = :ahoraSQL
                   where id_factura_mensual = :idFacturaMensualSQL
               end-exec
           else
               if importeCobrado > 0
                   exec sql
                       update facturas_mutua
                       set estado_pago_factura_mensual = 'Pago parcial'
                       where id_factura_mensual = :idFacturaMensualSQL
                   end-exec
               end-if
           end-if

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> DevuelveGlosas
       *>
       *> Devuelve las glosas de una aseguradora, para seguir las que
       *> siguen abiertas y resolverlas.
       *>
       *> Parámetros:
       *>     idMutua (int): Aseguradora
       *>     soloAbiertas (Boolean): True para ver solo las glosas en
       *>                             estado Rechazada
       *>
       *> Devuelve:
       *>     List[str]: "Glosa #id - mes - Factura #id - importe -
       *>                motivo detalle (estado)" por glosa
       *>
       method-id DevuelveGlosas.
       local-storage section.
       01 idMutuaSQL pic S9(9) COMP-4.
       01 soloAbiertasSQL pic S9(9) COMP-4.
       01 idGlosa pic S9(9) COMP-4.
       01 mes pic x(7).
       01 idFactura pic S9(9) COMP-4.
       01 importe pic S9(9) COMP-4.
       01 motivo pic x(20).
       01 detalleGlosa pic x(255).
       01 estadoGlosa pic x(15).
       procedure division using by value idMutua as binary-long
                                         soloAbiertas as type Boolean
                                   returning glosas as List[string].

           set glosas to new List[string]().
           set idMutuaSQL to idMutua.
           if soloAbiertas
               set soloAbiertasSQL to 1
           else
               set soloAbiertasSQL to 0
           end-if

           exec sql
               declare glosasMutuaTbl cursor for
                   select g.id_glosa, fm.mes_factura_mensual, g.factura_glosa, g.importe_glosa,
                          g.motivo_glosa, coalesce(g.detalle_glosa, ''), g.estado_glosa
                   from glosas_mutua as g
                   inner join facturas_mutua as fm on (g.factura_mensual_glosa = fm.id_factura_mensual)
                   where fm.mutua_factura_mensual = :idMutuaSQL
                     and (:soloAbiertasSQL = 0 or g.estado_glosa = 'Rechazada')
                   order by fm.mes_factura_mensual, g.id_glosa
           end-exec.

           exec sql
               open glosasMutuaTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch glosasMutuaTbl into :idGlosa, :mes, :idFactura, :importe,
                                             :motivo, :detalleGlosa, :estadoGlosa
               end-exec
               if SQLCODE = 0
                   invoke glosas::Add(type String::Concat(
                       "Glosa #", idGlosa::ToString(), " - ", (mes as string)::Trim(),
                       " - Factura #", idFactura::ToString(), " - ",
                       (importe / 100)::ToString(), ",", (function mod(importe, 100))::ToString("00"), " EUR - ",
                       (motivo as string)::Trim(), " ", (detalleGlosa as string)::Trim(), " (",
                       (estadoGlosa as string)::Trim(), ")"))
               end-if
           end-perform.

           exec sql
               close glosasMutuaTbl
           end-exec.

       end method.

       *>
       *> DevuelveTasaRechazo
       *>
       *> Informe de la tasa de rechazo de las facturas mensuales
       *> emitidas en un intervalo de meses: por aseguradora, líneas
       *> facturadas, líneas rechazadas y su porcentaje, con el
       *> importe rechazado; y a continuación el desglose por motivo
       *> de rechazo.
       *>
       *> Parámetros:
       *>     desdeMes (str): Primer mes, "yyyy-MM"
       *>     hastaMes (str): Último mes, "yyyy-MM"
       *>
       *> Devuelve:
       *>     List[str]: líneas del informe
       *>
       method-id DevuelveTasaRechazo.
       local-storage section.
       01 desdeSQL pic x(7).
       01 hastaSQL pic x(7).
       01 nombre pic x(100).
       01 motivo pic x(20).
       01 numLineas pic S9(9) COMP-4.
       01 numGlosas pic S9(9) COMP-4.
       01 importeGlosas pic S9(9) COMP-4.
       01 totalGlosas binary-long.
       01 porcentaje binary-long.
       procedure division using by value desdeMes as string
                                         hastaMes as string
                                   returning informe as List[string].

           set informe to new List[string]().
           set desdeSQL to desdeMes::Trim().
           set hastaSQL to hastaMes::Trim().
           set totalGlosas to 0.

           exec sql
               declare tasaMutuaTbl cursor for
                   select m.nombre_mutua, coalesce(sum(fm.citas_factura_mensual), 0),
                          coalesce(sum((select count(*) from glosas_mutua as g
                                        where g.factura_mensual_glosa = fm.id_factura_mensual)), 0),
                          coalesce(sum((select coalesce(sum(g2.importe_glosa), 0) from glosas_mutua as g2
                                        where g2.factura_mensual_glosa = fm.id_factura_mensual)), 0)
                   from facturas_mutua as fm
                   inner join mutuas as m on (fm.mutua_factura_mensual = m.id_mutua)
                   where fm.mes_factura_mensual between :desdeSQL and :hastaSQL
                   group by m.id_mutua, m.nombre_mutua
                   order by m.nombre_mutua
           end-exec.

           exec sql
               open tasaMutuaTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch tasaMutuaTbl into :nombre, :numLineas, :numGlosas, :importeGlosas
               end-exec
               if SQLCODE = 0
                   if numLineas > 0
                       compute porcentaje = (numGlosas * 100) / numLineas
                   else
                       set porcentaje to 0
                   end-if
                   add numGlosas to totalGlosas
                   invoke informe::Add(type String::Concat(
                       (nombre as string)::Trim(), ": ", numGlosas::ToString(), " de ",
                       numLineas::ToString(), " líneas rechazadas (", porcentaje::ToString(), "%) - ",
                       (importeGlosas / 100)::ToString(), ",",
                       (function mod(importeGlosas, 100))::ToString("00"), " EUR"))
               end-if
           end-perform.

           exec sql
               close tasaMutuaTbl
           end-exec.

           if totalGlosas = 0
               goback
           end-if

           invoke informe::Add("Por motivo de rechazo:").

           exec sql
               declare tasaMotivoTbl cursor for
                   select g.motivo_glosa, count(*), coalesce(sum(g.importe_glosa), 0)
                   from glosas_mutua as g
                   inner join facturas_mutua as fm on (g.factura_mensual_glosa = fm.id_factura_mensual)
                   where fm.mes_factura_mensual between :desdeSQL and :hastaSQL
                   group by g.motivo_glosa
                   order by count(*) desc
           end-exec.

           exec sql
               open tasaMotivoTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch tasaMotivoTbl into :motivo, :numGlosas, :importeGlosas
               end-exec
               if SQLCODE = 0
                   compute porcentaje = (numGlosas * 100) / totalGlosas
                   invoke informe::Add(type String::Concat(
                       "    ", (motivo as string)::Trim(), ": ", numGlosas::ToString(), " (",
                       porcentaje::ToString(), "% de los rechazos) - ",
                       (importeGlosas / 100)::ToString(), ",",
                       (function mod(importeGlosas, 100))::ToString("00"), " EUR"))
               end-if
           end-perform.

           exec sql
               close tasaMotivoTbl
           end-exec.

       end method.

       end class.
