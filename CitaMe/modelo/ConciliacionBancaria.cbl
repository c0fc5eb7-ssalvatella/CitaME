       *>
       *> ConciliacionBancaria
       *>
       *> Clase que encapsula la conciliación del extracto bancario:
       *> el fichero Norma 43 (cuaderno 43 de la AEB) que el banco
       *> deja con los movimientos de la cuenta se importa y cada
       *> movimiento se casa solo, por importe y referencia, con lo
       *> que CitaMe espera cobrar o le pueden devolver, en vez de
       *> puntearlo a mano:
       *>
       *>  - Abonos (clave 2, haber):
       *>      1. la factura de paciente pendiente cuyo número legal
       *>         aparece en las referencias o el concepto (cobro por
       *>         transferencia, ver Factura::RegistrarPago);
       *>      2. la remesa SEPA de ese importe total todavía sin
       *>         abonar (sus recibos domiciliados pasan a Pagada, ver
       *>         Domiciliacion::LiquidarRemesa);
       *>      3. la única factura mensual de mutua pendiente por ese
       *>         importe, completo o lo que le queda por cobrar tras
       *>         cobros parciales y glosas (ver
       *>         Mutua::RegistrarPagoMensual);
       *>      4. la única factura de paciente pendiente de ese importe.
       *>  - Cargos (clave 1, debe): recibos devueltos de una remesa,
       *>    por el número de factura que viaja como referencia del
       *>    recibo (ver Domiciliacion::GenerarRemesa) y el importe del
       *>    recibo (ver Domiciliacion::ProcesarDevolucion).
       *>
       *> Los registros del fichero que se tratan son los de 80
       *> posiciones de la norma:
       *>   11 cabecera de cuenta
       *>   22 movimiento: fecha de operación (pos. 11-16, AAMMDD),
       *>      fecha valor (17-22), concepto común (23-24), clave
       *>      debe/haber (28), importe con dos decimales (29-42),
       *>      número de documento (43-52), referencia 1 (53-64) y
       *>      referencia 2 (65-80)
       *>   23 concepto complementario del movimiento anterior
       *>      (pos. 5-80)
       *>   33 final de cuenta, 88 fin de fichero
       *> Un registro 22 con el importe ilegible, o mayor que el
       *> máximo que admiten los documentos de facturación
       *> (IMPORTE_MAXIMO_MOVIMIENTO), no se carga: cuenta como
       *> pendiente de revisar y queda en el registro de errores con la
       *> línea del fichero, sin detener la carga del resto.
       *>
       *> Cada movimiento queda en la tabla extracto_bancario
       *> (fichero_extracto, fecha_operacion_extracto,
       *> fecha_valor_extracto, signo_extracto "D"/"H",
       *> importe_extracto en céntimos, concepto_comun_extracto,
       *> documento_extracto, referencia1_extracto,
       *> referencia2_extracto, concepto_extracto, estado_extracto,
       *> tipo_casado_extracto, documento_casado_extracto,
       *> fecha_importacion_extracto). Estados: Casado (automático),
       *> Asignado (a mano desde AdminFacturacion), Pendiente (a
       *> revisar) y Descartado (comisiones y demás movimientos que no
       *> corresponden a nada de CitaMe). Un movimiento idéntico ya
       *> importado (mismo fichero reenviado por el banco) no se
       *> vuelve a cargar.
       *>
       *> La pasada diaria sobre la carpeta norma43\entrada la lanza el
       *> planificador de tareas, y también puede lanzarse a demanda
       *> desde AdminFacturacion.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.ConciliacionBancaria.

       working-storage section.

       01 modeloFactura type CitaMe.modelo.Factura.
       01 modeloMutua type CitaMe.modelo.Mutua.
       01 modeloDomiciliacion type CitaMe.modelo.Domiciliacion.
       01 modeloErrores type CitaMe.modelo.RegistroErrores.

       *> Importe máximo (céntimos) de un movimiento que se puede casar
       *> con una factura, remesa o recibo
       01 IMPORTE_MAXIMO_MOVIMIENTO binary-double value 999999999.

       *> Movimiento (registro 22 y sus 23) que se está leyendo del
       *> fichero, a falta de cerrarlo (ver CerrarMovimiento)
       01 movimientoAbierto type Boolean value False.
       01 movFechaOperacion string.
       01 movFechaValor string.
       01 movSigno string.
       01 movImporte binary-double.
       01 movConceptoComun string.
       01 movDocumento string.
       01 movReferencia1 string.
       01 movReferencia2 string.
       01 movConcepto type System.Text.StringBuilder.

       *> Resultado de la carga del fichero en curso
       01 movimientosCasados binary-long.
       01 movimientosPendientes binary-long.
       01 movimientosRepetidos binary-long.

       *> Habilita las variables de SQL
       exec sql
           include sqlca
       end-exec.

       method-id NEW.
       procedure division.
           set modeloFactura to new CitaMe.modelo.Factura().
           set modeloMutua to new CitaMe.modelo.Mutua().
           set modeloDomiciliacion to new CitaMe.modelo.Domiciliacion().
           set modeloErrores to new CitaMe.modelo.RegistroErrores().
           goback.
       end method.

       *>
       *> CarpetaNorma43
       *>
       *> Devuelve (creándola si hace falta) la subcarpeta de ficheros
       *> del banco indicada, junto al ejecutable.
       *>
       method-id CarpetaNorma43 private.
       local-storage section.
       01 ruta string.
       procedure division using by value subcarpeta as string
                                   returning carpeta as string.

           set ruta to type String::Concat(type AppDomain::CurrentDomain::BaseDirectory, "norma43\", subcarpeta).
           if not type System.IO.Directory::Exists(ruta)
               invoke type System.IO.Directory::CreateDirectory(ruta)
           end-if
           set carpeta to ruta.

       end method.

       *>
       *> FechaNorma43
       *>
       *> Convierte una fecha AAMMDD del fichero a "yyyy-MM-dd".
       *>
       method-id FechaNorma43 private.
       procedure division using by value fechaAAMMDD as string
                                   returning fechaSQL as string.

           set fechaSQL to type String::Concat("20", fechaAAMMDD::Substring(0, 2), "-",
               fechaAAMMDD::Substring(2, 2), "-", fechaAAMMDD::Substring(4, 2)).

       end method.

       *>
       *> ImportarExtracto
       *>
       *> Carga un fichero Norma 43: cada movimiento (registro 22 con
       *> sus conceptos 23) se guarda en extracto_bancario y se intenta
       *> casar (ver CasarMovimiento). Los que no casan quedan
       *> pendientes para la revisión en facturación.
       *>
       *> Parámetros:
       *>     rutaArchivo (str): Fichero del banco a cargar
       *>
       *> Devuelve:
       *>     str: resumen de la carga
       *>
       method-id ImportarExtracto.
       local-storage section.
       01 lineas type System.String occurs any.
       01 registro string.
       procedure division using by value rutaArchivo as string
                                   returning resumen as string.

           set movimientosCasados to 0.
           set movimientosPendientes to 0.
           set movimientosRepetidos to 0.
           set movimientoAbierto to False.

           if not type System.IO.File::Exists(rutaArchivo)
               set resumen to "El fichero indicado no existe."
               goback
           end-if

           set lineas to type System.IO.File::ReadAllLines(rutaArchivo, type System.Text.Encoding::GetEncoding("ISO-8859-1")).

           perform varying linea as string through lineas
               if linea::Length >= 2
                   set registro to linea::PadRight(80)
                   evaluate registro::Substring(0, 2)
                       when "22"
                           invoke CerrarMovimiento(rutaArchivo)
                           if not type Int64::TryParse(registro::Substring(28, 14), reference movImporte)
                               or movImporte < 0 or movImporte > IMPORTE_MAXIMO_MOVIMIENTO
                               add 1 to movimientosPendientes
                               invoke modeloErrores::RegistrarError("ConciliacionBancaria::ImportarExtracto", 0,
                                   type String::Concat("Movimiento no cargado (importe no válido) en ",
                                       type System.IO.Path::GetFileName(rutaArchivo), ": ", linea::Trim()))
                           else
                               set movFechaOperacion to FechaNorma43(registro::Substring(10, 6))
                               set movFechaValor to FechaNorma43(registro::Substring(16, 6))
                               set movConceptoComun to registro::Substring(22, 2)
                               if registro::Substring(27, 1)::Equals("1")
                                   set movSigno to "D"
                               else
                                   set movSigno to "H"
                               end-if
                               set movDocumento to registro::Substring(42, 10)::Trim()
                               set movReferencia1 to registro::Substring(52, 12)::Trim()
                               set movReferencia2 to registro::Substring(64, 16)::Trim()
                               set movConcepto to new System.Text.StringBuilder()
                               set movimientoAbierto to True
                           end-if
                       when "23"
                           if movimientoAbierto
                               invoke movConcepto::Append(type String::Concat(
                                   registro::Substring(4, 38)::Trim(), " ", registro::Substring(42, 38)::Trim(), " "))
                           end-if
                       when other
                           invoke CerrarMovimiento(rutaArchivo)
                   end-evaluate
               end-if
           end-perform.

           invoke CerrarMovimiento(rutaArchivo).

           set resumen to type String::Concat(
               "Movimientos casados: ", movimientosCasados::ToString(),
               " - Pendientes de revisar: ", movimientosPendientes::ToString(),
               " - Ya importados: ", movimientosRepetidos::ToString()).

       end method.

       *>
       *> ImportarExtractosPendientes
       *>
       *> Pasada de importación: carga todos los ficheros que haya en
       *> norma43\entrada y los mueve a norma43\procesados, para no
       *> cargarlos dos veces. Es la pasada que lanza el planificador.
       *>
       *> Devuelve:
       *>     int: Número de ficheros procesados en esta pasada
       *>
       method-id ImportarExtractosPendientes.
       local-storage section.
       01 archivos type System.String occurs any.
       01 rutaDestino string.
       01 procesados binary-long.
       procedure division returning totalProcesados as binary-long.

           set procesados to 0.

           set archivos to type System.IO.Directory::GetFiles(CarpetaNorma43("entrada")).

           perform varying archivo as string through archivos
               invoke ImportarExtracto(archivo)
               set rutaDestino to type String::Concat(CarpetaNorma43("procesados"), "\",
                   type System.IO.Path::GetFileNameWithoutExtension(archivo), "_",
                   type DateTime::Now::ToString("yyyyMMddHHmmss"), type System.IO.Path::GetExtension(archivo))
               invoke type System.IO.File::Move(archivo, rutaDestino)
               add 1 to procesados
           end-perform.

           set totalProcesados to procesados.

       end method.

       *>
       *> CerrarMovimiento
       *>
       *> Guarda el movimiento leído (si hay uno abierto) en
       *> extracto_bancario, salvo que ya estuviera importado, e
       *> intenta casarlo.
       *>
       method-id CerrarMovimiento private.
       local-storage section.
       01 archivoSQL pic x(255).
       01 fechaOperacionSQL pic x(10).
       01 fechaValorSQL pic x(10).
       01 signoSQL pic x(1).
       01 importeSQL pic S9(9) COMP-4.
       01 conceptoComunSQL pic x(2).
       01 documentoSQL pic x(10).
       01 referencia1SQL pic x(12).
       01 referencia2SQL pic x(16).
       01 conceptoSQL pic x(500).
       01 ahoraSQL pic x(19).
       01 yaImportado pic S9(9) COMP-4.
       01 idMovimiento pic S9(9) COMP-4.
       procedure division using by value rutaArchivo as string.

           if not movimientoAbierto
               goback
           end-if
           set movimientoAbierto to False.

           set archivoSQL to type System.IO.Path::GetFileName(rutaArchivo).
           set fechaOperacionSQL to movFechaOperacion.
           set fechaValorSQL to movFechaValor.
           set signoSQL to movSigno.
           set importeSQL to movImporte.
           set conceptoComunSQL to movConceptoComun.
           set documentoSQL to movDocumento.
           set referencia1SQL to movReferencia1.
           set referencia2SQL to movReferencia2.
           set conceptoSQL to movConcepto::ToString()::Trim().
           set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           exec sql
               select count(*) into :yaImportado
               from extracto_bancario as x
               where x.fecha_operacion_extracto = :fechaOperacionSQL
                 and x.signo_extracto = :signoSQL
                 and x.importe_extracto = :importeSQL
                 and x.documento_extracto = :documentoSQL
                 and x.referencia1_extracto = :referencia1SQL
                 and x.referencia2_extracto = :referencia2SQL
                 and x.concepto_extracto = :conceptoSQL
           end-exec.

           if SQLCODE = 0 and yaImportado > 0
               add 1 to movimientosRepetidos
               goback
           end-if

           exec sql
               insert into extracto_bancario
                   (fichero_extracto, fecha_operacion_extracto, fecha_valor_extracto, signo_extracto,
                    importe_extracto, concepto_comun_extracto, documento_extracto, referencia1_extracto,
                    referencia2_extracto, concepto_extracto, estado_extracto, fecha_importacion_extracto)
               values
                   (:archivoSQL, :fechaOperacionSQL, :fechaValorSQL, :signoSQL,
                    :importeSQL, :conceptoComunSQL, :documentoSQL, :referencia1SQL,
                    :referencia2SQL, :conceptoSQL, 'Pendiente', :ahoraSQL)
           end-exec.

           if SQLCODE < 0
               add 1 to movimientosPendientes
               goback
           end-if

           exec sql
               select LAST_INSERT_ID() into :idMovimiento
           end-exec.

           exec sql
               commit
           end-exec.

           if CasarMovimiento(idMovimiento)
               add 1 to movimientosCasados
           else
               add 1 to movimientosPendientes
           end-if.

       end method.

       *>
       *> CasarMovimiento
       *>
       *> Busca el documento que corresponde a un movimiento del
       *> extracto, por las reglas descritas en la cabecera de la
       *> clase, y si lo encuentra sin ambigüedad lo aplica y marca
       *> el movimiento como Casado.
       *>
       *> Parámetros:
       *>     idMovimiento (int): Movimiento de extracto_bancario
       *>
       *> Devuelve:
       *>     Boolean: True si el movimiento ha quedado casado
       *>
       method-id CasarMovimiento private.
       local-storage section.
       01 idMovimientoSQL pic S9(9) COMP-4.
       01 signo pic x(1).
       01 importe pic S9(9) COMP-4.
       01 conceptoComun pic x(2).
       01 documento pic x(10).
       01 referencia1 pic x(12).
       01 referencia2 pic x(16).
       01 concepto pic x(500).
       01 textoSQL pic x(600).
       01 candidatos pic S9(9) COMP-4.
       01 idDocumento pic S9(9) COMP-4.
       01 idFacturaReferencia pic S9(9) COMP-4.
       01 referenciaRecibo string.
       01 tipoCasado string.
       procedure division using by value idMovimiento as binary-long
                                   returning casado as type Boolean.

           set casado to False.
           set tipoCasado to "".
           set idMovimientoSQL to idMovimiento.

           exec sql
               select x.signo_extracto, x.importe_extracto, x.concepto_comun_extracto, x.documento_extracto,
                      x.referencia1_extracto, x.referencia2_extracto, x.concepto_extracto
               into :signo, :importe, :conceptoComun, :documento, :referencia1, :referencia2, :concepto
               from extracto_bancario as x
               where x.id_extracto = :idMovimientoSQL
           end-exec.

           if not SQLCODE = 0
               goback
           end-if

           set textoSQL to type String::Concat(
               (documento as string)::Trim(), " ", (referencia1 as string)::Trim(), " ",
               (referencia2 as string)::Trim(), " ", (concepto as string)::Trim())::ToUpper().

           if (signo as string)::Equals("H")

               *> 1. Número legal de una factura pendiente en el texto
               exec sql
                   select count(*), coalesce(max(f.id_factura), 0)
                   into :candidatos, :idDocumento
                   from facturas as f
                   where f.estado_pago_factura in ('Pendiente', 'Pago parcial')
                     and coalesce(f.mutua_factura, 0) = 0
                     and coalesce(f.numero_legal_factura, '') <> ''
                     and :textoSQL like concat('%', upper(f.numero_legal_factura), '%')
               end-exec
               if SQLCODE = 0 and candidatos = 1
                   set tipoCasado to "Factura"
               end-if

               *> 2. Remesa SEPA por su importe total, no abonada aún
               if tipoCasado::Equals("")
                   exec sql
                       select count(*), coalesce(max(r.id_remesa), 0)
                       into :candidatos, :idDocumento
                       from remesas_sepa as r
                       where r.importe_remesa = :importe
                         and not exists (
                             select 1 from extracto_bancario as x
                             where x.tipo_casado_extracto = 'Remesa'
                               and x.documento_casado_extracto = r.id_remesa
                         )
                   end-exec
                   if SQLCODE = 0 and candidatos = 1
                       set tipoCasado to "Remesa"
                   end-if
               end-if

               *> 3. Factura mensual de mutua pendiente de ese importe,
               *> o de lo que le falta por cobrar
               if tipoCasado::Equals("")
                   exec sql
                       select count(*), coalesce(max(fm.id_factura_mensual), 0)
                       into :candidatos, :idDocumento
                       from facturas_mutua as fm
                       where fm.estado_pago_factura_mensual in ('Pendiente', 'Pago parcial')
                         and (fm.importe_factura_mensual = :importe
                              or fm.importe_factura_mensual - coalesce(fm.importe_cobrado_factura_mensual, 0)
                                 - coalesce((select sum(g.importe_glosa) from glosas_mutua as g
                                             where g.factura_mensual_glosa = fm.id_factura_mensual), 0) = :importe)
                   end-exec
                   if SQLCODE = 0 and candidatos = 1
                       set tipoCasado to "FacturaMutua"
                   end-if
               end-if

               *> 4. Factura de paciente pendiente de ese importe
               if tipoCasado::Equals("")
                   exec sql
                       select count(*), coalesce(max(f.id_factura), 0)
                       into :candidatos, :idDocumento
                       from facturas as f
                       where f.estado_pago_factura = 'Pendiente'
                         and coalesce(f.mutua_factura, 0) = 0
                         and f.importe_factura = :importe
                   end-exec
                   if SQLCODE = 0 and candidatos = 1
                       set tipoCasado to "Factura"
                   end-if
               end-if

           else

               *> Recibo devuelto: la referencia del recibo es el
               *> número de factura que se envió en la remesa
               set referenciaRecibo to (referencia2 as string)::Trim()
               if referenciaRecibo::Equals("")
                   set referenciaRecibo to (referencia1 as string)::Trim()
               end-if
               try
                   set idFacturaReferencia to type Int32::Parse(referenciaRecibo)
               catch ex as type System.Exception
                   set idFacturaReferencia to 0
               end-try

               if idFacturaReferencia > 0
                   exec sql
                       select count(*), coalesce(max(rr.factura_recibo), 0)
                       into :candidatos, :idDocumento
                       from remesas_recibos as rr
                       inner join facturas as f on (rr.factura_recibo = f.id_factura)
                       where rr.factura_recibo = :idFacturaReferencia
                         and rr.importe_recibo = :importe
                         and f.estado_pago_factura in ('Domiciliada', 'Pagada')
                   end-exec
                   if SQLCODE = 0 and candidatos > 0
                       set tipoCasado to "Devolucion"
                   end-if
               end-if

           end-if

           if tipoCasado::Equals("")
               goback
           end-if

           if AplicarMovimiento(idMovimiento, tipoCasado, idDocumento, "Casado")
               set casado to True
           end-if.

       end method.

       *>
       *> AplicarMovimiento
       *>
       *> Aplica un movimiento del extracto al documento con el que se
       *> ha casado (cobro, liquidación de remesa o devolución) y lo
       *> deja anotado con el estado indicado.
       *>
       *> Parámetros:
       *>     idMovimiento (int): Movimiento de extracto_bancario
       *>     tipo (str): "Factura", "FacturaMutua", "Remesa" o
       *>                 "Devolucion"
       *>     idDocumento (int): id de la factura, factura mensual o
       *>                        remesa
       *>     estado (str): "Casado" o "Asignado"
       *>
       *> Devuelve:
       *>     Boolean: True si el documento quedó actualizado
       *>
       method-id AplicarMovimiento private.
       local-storage section.
       01 idMovimientoSQL pic S9(9) COMP-4.
       01 idDocumentoSQL pic S9(9) COMP-4.
       01 tipoSQL pic x(15).
       01 estadoSQL pic x(15).
       01 importe pic S9(9) COMP-4.
       01 referencia1 pic x(12).
       01 referencia2 pic x(16).
       01 concepto pic x(500).
       01 idMutua pic S9(9) COMP-4.
       01 mes pic x(7).
       01 referenciaPago string.
       procedure division using by value idMovimiento as binary-long
                                         tipo as string
                                         idDocumento as binary-long
                                         estado as string
                                   returning exito as type Boolean.

           set exito to False.
           set idMovimientoSQL to idMovimiento.
           set idDocumentoSQL to idDocumento.
           set tipoSQL to tipo.
           set estadoSQL to estado.

           exec sql
               select x.importe_extracto, x.referencia1_extracto, x.referencia2_extracto, x.concepto_extracto
               into :importe, :referencia1, :referencia2, :concepto
               from extracto_bancario as x
               where x.id_extracto = :idMovimientoSQL
                 and x.estado_extracto = 'Pendiente'
           end-exec.

           if not SQLCODE = 0
               goback
           end-if

           set referenciaPago to type String::Concat("N43 ", (referencia1 as string)::Trim(), " ", (referencia2 as string)::Trim())::Trim().

           evaluate tipo
               when "Factura"
                   set exito to modeloFactura::RegistrarPago(idDocumento, "Transferencia", referenciaPago, importe)
               when "FacturaMutua"
                   exec sql
                       select fm.mutua_factura_mensual, fm.mes_factura_mensual
                       into :idMutua, :mes
                       from facturas_mutua as fm
                       where fm.id_factura_mensual = :idDocumentoSQL
                   end-exec
                   if SQLCODE = 0
                       set exito to modeloMutua::RegistrarPagoMensual(idMutua, (mes as string)::Trim(),
                           importe, referenciaPago)
                   end-if
               when "Remesa"
                   set exito to modeloDomiciliacion::LiquidarRemesa(idDocumento)
               when "Devolucion"
                   set exito to modeloDomiciliacion::ProcesarDevolucion(idDocumento,
                       type String::Concat("Devuelto por el banco: ", (concepto as string)::Trim()))
           end-evaluate

           if not exito
               goback
           end-if

           exec sql
               update extracto_bancario
               set estado_extracto = :estadoSQL,
                   tipo_casado_extracto = :tipoSQL,
                   documento_casado_extracto = :idDocumentoSQL
               where id_extracto = :idMovimientoSQL
           end-exec.

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> AsignarMovimiento
       *>
       *> Casa a mano un movimiento pendiente de revisión con el
       *> documento indicado (ver AplicarMovimiento).
       *>
       *> Parámetros:
       *>     idMovimiento (int): Movimiento de extracto_bancario
       *>     tipo (str): "Factura", "FacturaMutua", "Remesa" o
       *>                 "Devolucion"
       *>     idDocumento (int): id del documento
       *>
       *> Devuelve:
       *>     Boolean: True si el movimiento quedó asignado
       *>
       method-id AsignarMovimiento.
       procedure division using by value idMovimiento as binary-long
                                         tipo as string
                                         idDocumento as binary-long
                                   returning exito as type Boolean.

           set exito to AplicarMovimiento(idMovimiento, tipo, idDocumento, "Asignado").

       end method.

       *>
       *> DescartarMovimiento
       *>
       *> Retira de la revisión un movimiento pendiente que no
       *> corresponde a nada de CitaMe (comisiones, nóminas...).
       *>
       *> Parámetros:
       *>     idMovimiento (int): Movimiento de extracto_bancario
       *>
       *> Devuelve:
       *>     Boolean: True si el movimiento quedó descartado
       *>
       method-id DescartarMovimiento.
       local-storage section.
       01 idMovimientoSQL pic S9(9) COMP-4.
       procedure division using by value idMovimiento as binary-long
                                   returning exito as type Boolean.

           set idMovimientoSQL to idMovimiento.

           exec sql
               update extracto_bancario
               set estado_extracto = 'Descartado'
               where id_extracto = :idMovimientoSQL
                 and estado_extracto = 'Pendiente'
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
       *> DevuelveMovimientosPendientes
       *>
       *> Devuelve los movimientos del extracto que no se han podido
       *> casar, para su revisión en facturación.
       *>
       *> Devuelve:
       *>     List[str]: "#id fecha D/H importe - referencias - concepto"
       *>
       method-id DevuelveMovimientosPendientes.
       local-storage section.
       01 idMovimiento pic S9(9) COMP-4.
       01 fechaOperacion pic x(10).
       01 signo pic x(1).
       01 importe pic S9(9) COMP-4.
       01 referencia1 pic x(12).
       01 referencia2 pic x(16).
       01 concepto pic x(500).
       procedure division returning movimientos as List[string].

           set movimientos to new List[string]().

           exec sql
               declare extractoPendientesTbl cursor for
                   select x.id_extracto, x.fecha_operacion_extracto, x.signo_extracto, x.importe_extracto,
                          x.referencia1_extracto, x.referencia2_extracto, x.concepto_extracto
                   from extracto_bancario as x
                   where x.estado_extracto = 'Pendiente'
                   order by x.fecha_operacion_extracto, x.id_extracto
           end-exec.

           exec sql
               open extractoPendientesTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch extractoPendientesTbl into :idMovimiento, :fechaOperacion, :signo, :importe,
                                                    :referencia1, :referencia2, :concepto
               end-exec
               if SQLCODE = 0
                   invoke movimientos::Add(type String::Concat(
                       "#", idMovimiento::ToString(), " ", (fechaOperacion as string)::Trim(), " ",
                       (signo as string)::Trim(), " ",
                       (importe / 100)::ToString(), ",", (function mod(importe, 100))::ToString("00"), " EUR - ",
                       (referencia1 as string)::Trim(), " ", (referencia2 as string)::Trim(), " - ",
                       (concepto as string)::Trim()))
               end-if
           end-perform.

           exec sql
               close extractoPendientesTbl
           end-exec.

       end method.

       end class.
