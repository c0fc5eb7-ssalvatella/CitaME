       *>
       *> Contabilidad
       *>
       *> Clase que encapsula la exportación de asientos contables
       *> para la gestoría: en el cierre de cada periodo, los
       *> movimientos que CitaMe ya conoce se convierten en apuntes de
       *> partida doble cuadrados y se vuelcan a un fichero en la
       *> carpeta contabilidad, en el formato plano que importa el
       *> paquete contable (una línea por apunte, campos separados por
       *> ";"):
       *>   asiento;fecha;cuenta;concepto;debe;haber;documento
       *> con la fecha en dd/MM/yyyy y los importes en euros con coma
       *> decimal. Los movimientos contabilizados son:
       *>
       *>  - Factura: facturas de cita y rectificativas (ver
       *>    Factura::GenerarFacturaCita / RectificarFactura). Debe el
       *>    cliente de la serie (o la cuenta de pendiente de facturar
       *>    de la mutua, si la cita la cubre una aseguradora), haber
       *>    los ingresos de la serie. Las rectificativas, de importe
       *>    negativo, invierten el lado de los apuntes.
       *>  - Cobro: cobros de pagos_facturas. Debe la tesorería de la
       *>    forma de pago, haber el cliente o la mutua de la factura.
       *>  - Arqueo: diferencias de caja del arqueo del día
       *>    (arqueos_caja) contra la cuenta de diferencias de caja.
       *>  - Remesa: remesas SEPA (remesas_sepa, con sus recibos en
       *>    remesas_recibos). Debe la tesorería de domiciliaciones por
       *>    el total, haber el cliente de cada recibo.
       *>  - Devolucion: recibos devueltos (devoluciones_sepa, ver
       *>    Domiciliacion::ProcesarDevolucion), el asiento inverso.
       *>  - FacturaMutua: factura mensual consolidada de una mutua
       *>    (facturas_mutua), que traspasa lo pendiente de facturar de
       *>    la aseguradora a su cuenta de cliente.
       *>  - CobroMutua: cobro de la factura mensual de una mutua
       *>    marcada como pagada de una vez, por lo no rechazado.
       *>  - PagoMutua: cobros, totales o parciales, anotados contra la
       *>    factura mensual de una mutua (pagos_mutua, ver
       *>    Mutua::RegistrarPagoMensual). Debe la tesorería de
       *>    transferencias, haber la cuenta de la mutua.
       *>  - Glosa: línea de la factura mensual rechazada por la mutua
       *>    (glosas_mutua), que vuelve de la cuenta de la mutua a la
       *>    de pendiente de facturar hasta que se corrige y se vuelve
       *>    a facturar.
       *>  - GlosaAceptada: glosa dada por perdida, que sale de la
       *>    cuenta de pendiente de facturar contra la de glosas.
       *>  - Anticipo: anticipos cobrados, reembolsos y créditos de
       *>    facturas rectificadas del saldo a favor de los pacientes
       *>    (ver modelo Anticipo), contra la cuenta de anticipos de
       *>    clientes. Lo cobrado con ese saldo (forma de pago
       *>    "Anticipo") sale de la misma cuenta.
       *>
       *> El plan de cuentas es configurable (tabla cuentas_contables):
       *> una cuenta por tipo de correspondencia y clave, con "*" como
       *> cuenta por defecto del tipo:
       *>   Ingreso       clave serie (GEN, CENTRO, R-CENTRO...)
       *>   Cliente       clave serie
       *>   Tesoreria     clave forma de pago (Efectivo, Tarjeta,
       *>                 Transferencia, Domiciliacion)
       *>   Mutua         clave id de la mutua (cuenta de cliente)
       *>   MutuaPendiente clave id de la mutua (pendiente de facturar)
       *>   Concepto      clave DiferenciasCaja, Anticipos, GlosasMutua
       *>
       *> Cada movimiento se exporta una sola vez: al volcarlo queda
       *> anotado en contabilidad_exportados con su fichero y número de
       *> asiento, y las pasadas siguientes lo descartan. Un movimiento
       *> al que le falta alguna cuenta no se exporta a medias: queda
       *> en el informe de movimientos sin cuenta
       *> (contabilidad_sin_cuenta) y se vuelve a intentar en la
       *> siguiente pasada, cuando la cuenta ya esté configurada.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.Contabilidad.

       working-storage section.

       *> Habilita las variables de SQL
       exec sql
           include sqlca
       end-exec.

       *> Apuntes del fichero en curso, y movimientos que quedarán
       *> anotados como exportados cuando el fichero esté escrito
       01 contenidoExportacion type System.Text.StringBuilder.
       01 exportadosTipo List[string].
       01 exportadosId List[binary-long].
       01 exportadosAsiento List[binary-long].
       01 ultimoAsiento binary-long.
       01 apuntesExportados binary-long.

       *>
       *> ConfigurarCuenta
       *>
       *> Fija (o sustituye) la cuenta contable de un tipo de
       *> correspondencia y clave del plan de cuentas.
       *>
       *> Parámetros:
       *>     tipo (str): Ingreso, Cliente, Tesoreria, Mutua,
       *>                 MutuaPendiente o Concepto
       *>     clave (str): Serie, forma de pago, id de mutua o
       *>                  concepto; "*" para la cuenta por defecto
       *>     cuenta (str): Número de cuenta del plan contable
       *>
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>              False en caso de error
       *>
       method-id ConfigurarCuenta.
       local-storage section.
       01 tipoSQL pic x(20).
       01 claveSQL pic x(30).
       01 cuentaSQL pic x(20).
       procedure division using by value tipo as string
                                         clave as string
                                         cuenta as string
                                   returning exito as type Boolean.

           set tipoSQL to tipo::Trim().
           set claveSQL to clave::Trim().
           set cuentaSQL to cuenta::Trim().

           exec sql
               delete from cuentas_contables
               where tipo_cuenta_contable = :tipoSQL
                 and clave_cuenta_contable = :claveSQL
           end-exec.

           exec sql
               insert into cuentas_contables
                   (tipo_cuenta_contable, clave_cuenta_contable, numero_cuenta_contable)
               values
                   (:tipoSQL, :claveSQL, :cuentaSQL)
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
       *> DevuelveCuentas
       *>
       *> Devuelve el plan de cuentas configurado, para la pantalla de
       *> facturación.
       *>
       *> Devuelve:
       *>     List[str]: "tipo clave -> cuenta" por correspondencia
       *>
       method-id DevuelveCuentas.
       local-storage section.
       01 tipo pic x(20).
       01 clave pic x(30).
       01 cuenta pic x(20).
       procedure division returning cuentas as List[string].

           set cuentas to new List[string]().

           exec sql
               declare cuentasContablesTbl cursor for
                   select c.tipo_cuenta_contable, c.clave_cuenta_contable, c.numero_cuenta_contable
                   from cuentas_contables as c
                   order by c.tipo_cuenta_contable, c.clave_cuenta_contable
           end-exec.

           exec sql
               open cuentasContablesTbl
           end-exec.

           perform until SQLCODE = 100

               exec sql
                   fetch cuentasContablesTbl into :tipo, :clave, :cuenta
               end-exec

               if SQLCODE = 100
                   goback
               end-if

               invoke cuentas::Add(type String::Concat(
                   (tipo as string)::Trim(), " ", (clave as string)::Trim(), " -> ",
                   (cuenta as string)::Trim()))

           end-perform.

       end method.

       *>
       *> BuscarCuenta
       *>
       *> Resuelve la cuenta de un tipo de correspondencia y clave: la
       *> de la clave exacta si está configurada, si no la cuenta por
       *> defecto del tipo (clave "*").
       *>
       *> Devuelve:
       *>     str: número de cuenta, "" si no hay ninguna configurada
       *>
       method-id BuscarCuenta private.
       local-storage section.
       01 tipoSQL pic x(20).
       01 claveSQL pic x(30).
       01 cuenta pic x(20).
       procedure division using by value tipo as string
                                         clave as string
                                   returning numeroCuenta as string.

           set numeroCuenta to "".
           set tipoSQL to tipo.
           set claveSQL to clave::Trim().

           exec sql
               select coalesce((
                   select c.numero_cuenta_contable from cuentas_contables as c
                   where c.tipo_cuenta_contable = :tipoSQL
                     and c.clave_cuenta_contable = :claveSQL
               ), (
                   select c2.numero_cuenta_contable from cuentas_contables as c2
                   where c2.tipo_cuenta_contable = :tipoSQL
                     and c2.clave_cuenta_contable = '*'
               ), '') into :cuenta
           end-exec.

           if SQLCODE = 0
               set numeroCuenta to (cuenta as string)::Trim()
           end-if.

       end method.

       *>
       *> SerieDeNumeroLegal
       *>
       *> Extrae la serie de un número legal "SERIE-AAAA-NNNNNN" (ver
       *> Factura::AsignarNumeroLegal); la serie puede llevar guiones
       *> propios, como la de rectificativas "R-CENTRO".
       *>
       method-id SerieDeNumeroLegal private.
       local-storage section.
       01 resto string.
       procedure division using by value numeroLegal as string
                                   returning serie as string.

           set serie to "GEN".
           set resto to numeroLegal::Trim().
           if resto::LastIndexOf("-") <= 0
               goback
           end-if
           set resto to resto::Substring(0, resto::LastIndexOf("-")).
           if resto::LastIndexOf("-") <= 0
               goback
           end-if
           set serie to resto::Substring(0, resto::LastIndexOf("-")).

       end method.

       *>
       *> FormateaImporte
       *>
       *> Importe en céntimos (sin signo) a euros con coma decimal,
       *> como lo espera el paquete contable.
       *>
       method-id FormateaImporte private.
       procedure division using by value importeCentimos as binary-long
                                   returning texto as string.

           set texto to type String::Concat((importeCentimos / 100)::ToString(), ",",
               (function mod(importeCentimos, 100))::ToString("00")).

       end method.

       *>
       *> AnadirApunte
       *>
       *> Añade un apunte al fichero en curso. Un importe negativo
       *> cambia de lado (un debe negativo es un haber), para que el
       *> paquete contable reciba siempre importes positivos.
       *>
       method-id AnadirApunte private.
       local-storage section.
       01 debeTexto string.
       01 haberTexto string.
       procedure division using by value fecha as string
                                         cuenta as string
                                         concepto as string
                                         importeDebe as binary-long
                                         documento as string.

           if importeDebe >= 0
               set debeTexto to FormateaImporte(importeDebe)
               set haberTexto to "0,00"
           else
               set debeTexto to "0,00"
               set haberTexto to FormateaImporte(0 - importeDebe)
           end-if

           invoke contenidoExportacion::AppendLine(type String::Concat(
               ultimoAsiento::ToString(), ";",
               type DateTime::ParseExact(fecha::Substring(0, 10), "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture)::ToString("dd/MM/yyyy"), ";",
               cuenta, ";", concepto::Replace(";", ","), ";",
               debeTexto, ";", haberTexto, ";", documento::Replace(";", ",")))
           add 1 to apuntesExportados.

       end method.

       *>
       *> AnadirAsientoSimple
       *>
       *> Añade un asiento de dos apuntes cuadrados (debe y haber por
       *> el mismo importe) y deja el movimiento pendiente de anotar
       *> como exportado.
       *>
       method-id AnadirAsientoSimple private.
       procedure division using by value tipoMovimiento as string
                                         idMovimiento as binary-long
                                         fecha as string
                                         cuentaDebe as string
                                         cuentaHaber as string
                                         importeCentimos as binary-long
                                         concepto as string
                                         documento as string.

           add 1 to ultimoAsiento.
           invoke AnadirApunte(fecha, cuentaDebe, concepto, importeCentimos, documento).
           invoke AnadirApunte(fecha, cuentaHaber, concepto, 0 - importeCentimos, documento).
           invoke AnotarPendienteExportar(tipoMovimiento, idMovimiento).

       end method.

       *>
       *> AnotarPendienteExportar
       *>
       *> Recuerda un movimiento ya volcado al fichero en curso, para
       *> anotarlo como exportado cuando el fichero esté escrito.
       *>
       method-id AnotarPendienteExportar private.
       procedure division using by value tipoMovimiento as string
                                         idMovimiento as binary-long.

           invoke exportadosTipo::Add(tipoMovimiento).
           invoke exportadosId::Add(idMovimiento).
           invoke exportadosAsiento::Add(ultimoAsiento).

       end method.

       *>
       *> AnotarSinCuenta
       *>
       *> Deja un movimiento en el informe de movimientos sin cuenta,
       *> sustituyendo el aviso anterior del mismo movimiento si lo
       *> había, para que el informe no crezca en cada pasada.
       *>
       method-id AnotarSinCuenta private.
       local-storage section.
       01 tipoSQL pic x(20).
       01 idSQL pic S9(9) COMP-4.
       01 motivoSQL pic x(255).
       01 ahoraSQL pic x(19).
       procedure division using by value tipoMovimiento as string
                                         idMovimiento as binary-long
                                         motivo as string.

           set tipoSQL to tipoMovimiento.
           set idSQL to idMovimiento.
           set motivoSQL to motivo.
           set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           exec sql
               delete from contabilidad_sin_cuenta
               where tipo_mov_sin_cuenta = :tipoSQL
                 and id_mov_sin_cuenta = :idSQL
           end-exec.

           exec sql
               insert into contabilidad_sin_cuenta
                   (tipo_mov_sin_cuenta, id_mov_sin_cuenta, motivo_sin_cuenta, fecha_sin_cuenta)
               values
                   (:tipoSQL, :idSQL, :motivoSQL, :ahoraSQL)
           end-exec.

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> ExportarPeriodo
       *>
       *> Cierre contable de un mes: vuelca a un fichero nuevo de la
       *> carpeta contabilidad los asientos de todos los movimientos
       *> hasta el final del mes indicado que todavía no se hayan
       *> exportado (incluidos los de meses anteriores que quedaron sin
       *> cuenta), y los anota como exportados.
       *>
       *> Parámetros:
       *>     mesSQL (str): Mes a cerrar, "yyyy-MM"
       *>
       *> Devuelve:
       *>     str: resumen de la exportación
       *>
       method-id ExportarPeriodo.
       local-storage section.
       01 limiteSQL pic x(10).
       01 asientoBase pic S9(9) COMP-4.
       01 carpeta string.
       01 rutaArchivo string.
       01 ficheroSQL pic x(255).
       01 tipoSQL pic x(20).
       01 idSQL pic S9(9) COMP-4.
       01 asientoSQL pic S9(9) COMP-4.
       01 ahoraSQL pic x(19).
       01 indice binary-long.
       01 sinCuenta pic S9(9) COMP-4.
       procedure division using by value mesSQL as string
                                   returning resumen as string.

           *> Límite exclusivo: primer día del mes siguiente
           set limiteSQL to type DateTime::ParseExact(type String::Concat(mesSQL::Trim(), "-01"), "yyyy-MM-dd",
               type System.Globalization.CultureInfo::InvariantCulture)::AddMonths(1)::ToString("yyyy-MM-dd").

           set contenidoExportacion to new System.Text.StringBuilder().
           set exportadosTipo to new List[string]().
           set exportadosId to new List[binary-long]().
           set exportadosAsiento to new List[binary-long]().
           set apuntesExportados to 0.

           *> La numeración de asientos sigue la de la exportación
           *> anterior, para que el paquete contable no los mezcle
           exec sql
               select coalesce(max(e.asiento_exportado), 0) into :asientoBase
               from contabilidad_exportados as e
           end-exec.
           set ultimoAsiento to asientoBase.

           invoke ExportarFacturas(limiteSQL).
           invoke ExportarCobros(limiteSQL).
           invoke ExportarAnticipos(limiteSQL).
           invoke ExportarArqueos(limiteSQL).
           invoke ExportarRemesas(limiteSQL).
           invoke ExportarDevoluciones(limiteSQL).
           invoke ExportarFacturasMutua(limiteSQL).
           invoke ExportarCobrosMutua(limiteSQL).
           invoke ExportarPagosMutua(limiteSQL).
           invoke ExportarGlosas(limiteSQL).

           if exportadosId::Count = 0
               set resumen to "No hay movimientos nuevos que exportar en el periodo."
           else
               set carpeta to type String::Concat(type AppDomain::CurrentDomain::BaseDirectory, "contabilidad").
               if not type System.IO.Directory::Exists(carpeta)
                   invoke type System.IO.Directory::CreateDirectory(carpeta)
               end-if

               set rutaArchivo to type String::Concat(carpeta, "\asientos_", mesSQL::Trim()::Replace("-", ""), "_",
                   type DateTime::Now::ToString("yyyyMMddHHmmss"), ".csv")
               invoke type System.IO.File::WriteAllText(rutaArchivo, contenidoExportacion::ToString())

               *> Solo con el fichero ya escrito se anotan los
               *> movimientos como exportados: un fallo al escribir los
               *> deja para la siguiente pasada en vez de perderlos
               set ficheroSQL to rutaArchivo
               set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
               perform varying indice from 0 by 1 until indice >= exportadosId::Count
                   set tipoSQL to exportadosTipo[indice]
                   set idSQL to exportadosId[indice]
                   set asientoSQL to exportadosAsiento[indice]
                   exec sql
                       insert into contabilidad_exportados
                           (tipo_mov_exportado, id_mov_exportado, asiento_exportado,
                            fichero_exportado, fecha_exportado)
                       values
                           (:tipoSQL, :idSQL, :asientoSQL, :ficheroSQL, :ahoraSQL)
                   end-exec
                   exec sql
                       delete from contabilidad_sin_cuenta
                       where tipo_mov_sin_cuenta = :tipoSQL
                         and id_mov_sin_cuenta = :idSQL
                   end-exec
               end-perform

               exec sql
                   commit
               end-exec

               set resumen to type String::Concat(
                   "Movimientos exportados: ", exportadosId::Count::ToString(),
                   " (", apuntesExportados::ToString(), " apuntes) en ", rutaArchivo)
           end-if

           exec sql
               select count(*) into :sinCuenta
               from contabilidad_sin_cuenta as s
           end-exec.

           if SQLCODE = 0 and sinCuenta > 0
               set resumen to type String::Concat(resumen, " - Movimientos sin cuenta pendientes: ", sinCuenta::ToString())
           end-if.

       end method.

       *>
       *> ExportarMesAnterior
       *>
       *> Cierre contable del mes anterior, lanzado por el
       *> planificador de tareas tras el cierre mensual.
       *>
       *> Devuelve:
       *>     int: Número de movimientos exportados
       *>
       method-id ExportarMesAnterior.
       procedure division returning totalExportados as binary-long.

           invoke ExportarPeriodo(type DateTime::Now::AddMonths(-1)::ToString("yyyy-MM")).
           set totalExportados to exportadosId::Count.

       end method.

       *>
       *> ExportarFacturas
       *>
       *> Asientos de las facturas de cita y rectificativas no
       *> exportadas emitidas antes del límite.
       *>
       method-id ExportarFacturas private.
       local-storage section.
       01 limiteArgumento pic x(10).
       01 idFactura pic S9(9) COMP-4.
       01 importe pic S9(9) COMP-4.
       01 idMutua pic S9(9) COMP-4.
       01 numeroLegal pic x(40).
       01 fechaEmision pic x(10).
       01 ids List[binary-long].
       01 importes List[binary-long].
       01 mutuas List[binary-long].
       01 numeros List[string].
       01 fechas List[string].
       01 indice binary-long.
       01 serie string.
       01 cuentaDebe string.
       01 cuentaHaber string.
       procedure division using by value limiteSQL as string.

           set limiteArgumento to limiteSQL.
           set ids to new List[binary-long]().
           set importes to new List[binary-long]().
           set mutuas to new List[binary-long]().
           set numeros to new List[string]().
           set fechas to new List[string]().

           exec sql
               declare contaFacturasTbl cursor for
                   select f.id_factura, f.importe_factura, coalesce(f.mutua_factura, 0),
                          coalesce(f.numero_legal_factura, ''), f.fecha_emision_factura
                   from facturas as f
                   where f.fecha_emision_factura < :limiteArgumento
                     and not exists (
                         select 1 from contabilidad_exportados as e
                         where e.tipo_mov_exportado = 'Factura'
                           and e.id_mov_exportado = f.id_factura
                     )
                   order by f.fecha_emision_factura, f.id_factura
           end-exec.

           exec sql
               open contaFacturasTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch contaFacturasTbl into :idFactura, :importe, :idMutua, :numeroLegal, :fechaEmision
               end-exec
               if SQLCODE = 0
                   invoke ids::Add(idFactura)
                   invoke importes::Add(importe)
                   invoke mutuas::Add(idMutua)
                   invoke numeros::Add((numeroLegal as string)::Trim())
                   invoke fechas::Add((fechaEmision as string)::Trim())
               end-if
           end-perform.

           exec sql
               close contaFacturasTbl
           end-exec.

           perform varying indice from 0 by 1 until indice >= ids::Count
               set serie to SerieDeNumeroLegal(numeros[indice])
               if mutuas[indice] > 0
                   set cuentaDebe to BuscarCuenta("MutuaPendiente", mutuas[indice]::ToString())
               else
                   set cuentaDebe to BuscarCuenta("Cliente", serie)
               end-if
               set cuentaHaber to BuscarCuenta("Ingreso", serie)

               if cuentaDebe::Equals("") or cuentaHaber::Equals("")
                   invoke AnotarSinCuenta("Factura", ids[indice], type String::Concat(
                       "Factura ", numeros[indice], ": falta la cuenta de cliente o de ingresos de la serie ", serie))
               else
                   invoke AnadirAsientoSimple("Factura", ids[indice], fechas[indice], cuentaDebe, cuentaHaber,
                       importes[indice], type String::Concat("Factura ", numeros[indice]), numeros[indice])
               end-if
           end-perform.

       end method.

       *>
       *> ExportarCobros
       *>
       *> Asientos de los cobros de facturas no exportados.
       *>
       method-id ExportarCobros private.
       local-storage section.
       01 limiteArgumento pic x(10).
       01 idPago pic S9(9) COMP-4.
       01 importe pic S9(9) COMP-4.
       01 metodo pic x(15).
       01 fechaPago pic x(19).
       01 idMutua pic S9(9) COMP-4.
       01 numeroLegal pic x(40).
       01 ids List[binary-long].
       01 importes List[binary-long].
       01 metodos List[string].
       01 fechas List[string].
       01 mutuas List[binary-long].
       01 numeros List[string].
       01 indice binary-long.
       01 cuentaDebe string.
       01 cuentaHaber string.
       procedure division using by value limiteSQL as string.

           set limiteArgumento to limiteSQL.
           set ids to new List[binary-long]().
           set importes to new List[binary-long]().
           set metodos to new List[string]().
           set fechas to new List[string]().
           set mutuas to new List[binary-long]().
           set numeros to new List[string]().

           exec sql
               declare contaCobrosTbl cursor for
                   select p.id_pago, p.importe_pago, p.metodo_pago, p.fecha_pago,
                          coalesce(f.mutua_factura, 0), coalesce(f.numero_legal_factura, '')
                   from pagos_facturas as p
                   inner join facturas as f on (p.factura_pago = f.id_factura)
                   where p.fecha_pago < :limiteArgumento
                     and not exists (
                         select 1 from contabilidad_exportados as e
                         where e.tipo_mov_exportado = 'Cobro'
                           and e.id_mov_exportado = p.id_pago
                     )
                   order by p.fecha_pago, p.id_pago
           end-exec.

           exec sql
               open contaCobrosTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch contaCobrosTbl into :idPago, :importe, :metodo, :fechaPago, :idMutua, :numeroLegal
               end-exec
               if SQLCODE = 0
                   invoke ids::Add(idPago)
                   invoke importes::Add(importe)
                   invoke metodos::Add((metodo as string)::Trim())
                   invoke fechas::Add((fechaPago as string)::Trim())
                   invoke mutuas::Add(idMutua)
                   invoke numeros::Add((numeroLegal as string)::Trim())
               end-if
           end-perform.

           exec sql
               close contaCobrosTbl
           end-exec.

           perform varying indice from 0 by 1 until indice >= ids::Count
               *> Lo cobrado con saldo a favor sale de anticipos de
               *> clientes, no de la tesorería
               if metodos[indice]::Equals("Anticipo")
                   set cuentaDebe to BuscarCuenta("Concepto", "Anticipos")
               else
                   set cuentaDebe to BuscarCuenta("Tesoreria", metodos[indice])
               end-if
               if mutuas[indice] > 0
                   set cuentaHaber to BuscarCuenta("Mutua", mutuas[indice]::ToString())
               else
                   set cuentaHaber to BuscarCuenta("Cliente", SerieDeNumeroLegal(numeros[indice]))
               end-if

               if cuentaDebe::Equals("") or cuentaHaber::Equals("")
                   invoke AnotarSinCuenta("Cobro", ids[indice], type String::Concat(
                       "Cobro de la factura ", numeros[indice], " (", metodos[indice],
                       "): falta la cuenta de tesorería o de cliente"))
               else
                   invoke AnadirAsientoSimple("Cobro", ids[indice], fechas[indice], cuentaDebe, cuentaHaber,
                       importes[indice], type String::Concat("Cobro ", metodos[indice], " factura ", numeros[indice]), numeros[indice])
               end-if
           end-perform.

       end method.

       *>
       *> ExportarAnticipos
       *>
       *> Asientos de los movimientos de saldo a favor no exportados
       *> (ver modelo Anticipo), contra la cuenta de anticipos de
       *> clientes: un anticipo cobrado entra en la tesorería de su
       *> forma de pago, un reembolso sale de ella (su importe es
       *> negativo y el asiento sale invertido) y el crédito de una
       *> factura rectificada pasa de la cuenta del cliente de la
       *> serie de la rectificativa a anticipos. Los consumos se
       *> contabilizan como cobros (ver ExportarCobros).
       *>
       method-id ExportarAnticipos private.
       local-storage section.
       01 limiteArgumento pic x(10).
       01 idAnticipo pic S9(9) COMP-4.
       01 tipo pic x(15).
       01 importe pic S9(9) COMP-4.
       01 metodo pic x(15).
       01 fechaAnticipo pic x(19).
       01 numeroLegal pic x(40).
       01 ids List[binary-long].
       01 tipos List[string].
       01 importes List[binary-long].
       01 metodos List[string].
       01 fechas List[string].
       01 numeros List[string].
       01 indice binary-long.
       01 cuentaDebe string.
       01 cuentaAnticipos string.
       01 documento string.
       procedure division using by value limiteSQL as string.

           set limiteArgumento to limiteSQL.
           set ids to new List[binary-long]().
           set tipos to new List[string]().
           set importes to new List[binary-long]().
           set metodos to new List[string]().
           set fechas to new List[string]().
           set numeros to new List[string]().

           exec sql
               declare contaAnticiposTbl cursor for
                   select a.id_anticipo, a.tipo_anticipo, a.importe_anticipo,
                          coalesce(a.metodo_anticipo, ''), a.fecha_anticipo,
                          coalesce(f.numero_legal_factura, '')
                   from anticipos as a
                   left join facturas as f on (a.factura_anticipo = f.id_factura)
                   where a.fecha_anticipo < :limiteArgumento
                     and a.tipo_anticipo in ('Anticipo', 'Reembolso', 'Credito')
                     and not exists (
                         select 1 from contabilidad_exportados as e
                         where e.tipo_mov_exportado = 'Anticipo'
                           and e.id_mov_exportado = a.id_anticipo
                     )
                   order by a.fecha_anticipo, a.id_anticipo
           end-exec.

           exec sql
               open contaAnticiposTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch contaAnticiposTbl into :idAnticipo, :tipo, :importe, :metodo, :fechaAnticipo, :numeroLegal
               end-exec
               if SQLCODE = 0
                   invoke ids::Add(idAnticipo)
                   invoke tipos::Add((tipo as string)::Trim())
                   invoke importes::Add(importe)
                   invoke metodos::Add((metodo as string)::Trim())
                   invoke fechas::Add((fechaAnticipo as string)::Trim())
                   invoke numeros::Add((numeroLegal as string)::Trim())
               end-if
           end-perform.

           exec sql
               close contaAnticiposTbl
           end-exec.

           set cuentaAnticipos to BuscarCuenta("Concepto", "Anticipos").

           perform varying indice from 0 by 1 until indice >= ids::Count
               if tipos[indice]::Equals("Credito")
                   set cuentaDebe to BuscarCuenta("Cliente", SerieDeNumeroLegal(numeros[indice]))
                   set documento to numeros[indice]
               else
                   set cuentaDebe to BuscarCuenta("Tesoreria", metodos[indice])
                   set documento to type String::Concat("ANTICIPO-", ids[indice]::ToString())
               end-if

               if cuentaDebe::Equals("") or cuentaAnticipos::Equals("")
                   invoke AnotarSinCuenta("Anticipo", ids[indice], type String::Concat(
                       tipos[indice], " #", ids[indice]::ToString(),
                       ": falta la cuenta de tesorería o de cliente, o la de anticipos"))
               else
                   invoke AnadirAsientoSimple("Anticipo", ids[indice], fechas[indice], cuentaDebe, cuentaAnticipos,
                       importes[indice], type String::Concat(tipos[indice], " ", metodos[indice], " ", documento)::Trim(), documento)
               end-if
           end-perform.

       end method.

       *>
       *> ExportarArqueos
       *>
       *> Asientos de las diferencias de caja de los arqueos no
       *> exportados: sobrante o faltante de efectivo contra la caja,
       *> y diferencia del lote del TPV contra la tesorería de
       *> tarjeta. Un arqueo que cuadra se anota como exportado sin
       *> apuntes. El arqueo se identifica por su día (aaaammdd), ya
       *> que hay uno solo por día (ver Factura::RegistrarArqueo).
       *>
       method-id ExportarArqueos private.
       local-storage section.
       01 limiteArgumento pic x(10).
       01 fechaArqueo pic x(10).
       01 efectivoEsperado pic S9(9) COMP-4.
       01 efectivoContado pic S9(9) COMP-4.
       01 tarjetaEsperada pic S9(9) COMP-4.
       01 tarjetaTpv pic S9(9) COMP-4.
       01 fechas List[string].
       01 difEfectivo List[binary-long].
       01 difTarjeta List[binary-long].
       01 indice binary-long.
       01 idArqueo binary-long.
       01 cuentaCaja string.
       01 cuentaTarjeta string.
       01 cuentaDiferencias string.
       procedure division using by value limiteSQL as string.

           set limiteArgumento to limiteSQL.
           set fechas to new List[string]().
           set difEfectivo to new List[binary-long]().
           set difTarjeta to new List[binary-long]().

           exec sql
               declare contaArqueosTbl cursor for
                   select a.fecha_arqueo, a.efectivo_esperado_arqueo, a.efectivo_contado_arqueo,
                          a.tarjeta_esperada_arqueo, a.tarjeta_tpv_arqueo
                   from arqueos_caja as a
                   where a.fecha_arqueo < :limiteArgumento
                     and not exists (
                         select 1 from contabilidad_exportados as e
                         where e.tipo_mov_exportado = 'Arqueo'
                           and e.id_mov_exportado = cast(replace(a.fecha_arqueo, '-', '') as unsigned)
                     )
                   order by a.fecha_arqueo
           end-exec.

           exec sql
               open contaArqueosTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch contaArqueosTbl into :fechaArqueo, :efectivoEsperado, :efectivoContado,
                                              :tarjetaEsperada, :tarjetaTpv
               end-exec
               if SQLCODE = 0
                   invoke fechas::Add((fechaArqueo as string)::Trim())
                   invoke difEfectivo::Add(efectivoContado - efectivoEsperado)
                   invoke difTarjeta::Add(tarjetaTpv - tarjetaEsperada)
               end-if
           end-perform.

           exec sql
               close contaArqueosTbl
           end-exec.

           set cuentaCaja to BuscarCuenta("Tesoreria", "Efectivo").
           set cuentaTarjeta to BuscarCuenta("Tesoreria", "Tarjeta").
           set cuentaDiferencias to BuscarCuenta("Concepto", "DiferenciasCaja").

           perform varying indice from 0 by 1 until indice >= fechas::Count
               set idArqueo to type Int32::Parse(fechas[indice]::Replace("-", ""))
               if difEfectivo[indice] = 0 and difTarjeta[indice] = 0
                   invoke AnotarPendienteExportar("Arqueo", idArqueo)
               else
                   if cuentaCaja::Equals("") or cuentaTarjeta::Equals("") or cuentaDiferencias::Equals("")
                       invoke AnotarSinCuenta("Arqueo", idArqueo, type String::Concat(
                           "Arqueo del ", fechas[indice], ": falta la cuenta de caja, de tarjeta o de diferencias de caja"))
                   else
                       add 1 to ultimoAsiento
                       *> Un sobrante (diferencia positiva) entra en la
                       *> tesorería contra diferencias; un faltante al revés
                       if not difEfectivo[indice] = 0
                           invoke AnadirApunte(fechas[indice], cuentaCaja, "Diferencia de arqueo (efectivo)", difEfectivo[indice], fechas[indice])
                       end-if
                       if not difTarjeta[indice] = 0
                           invoke AnadirApunte(fechas[indice], cuentaTarjeta, "Diferencia de arqueo (lote TPV)", difTarjeta[indice], fechas[indice])
                       end-if
                       invoke AnadirApunte(fechas[indice], cuentaDiferencias, "Diferencias de caja",
                           0 - (difEfectivo[indice] + difTarjeta[indice]), fechas[indice])
                       invoke AnotarPendienteExportar("Arqueo", idArqueo)
                   end-if
               end-if
           end-perform.

       end method.

       *>
       *> ExportarRemesas
       *>
       *> Asientos de las remesas SEPA no exportadas: la tesorería de
       *> domiciliaciones al debe por el total y, al haber, la cuenta
       *> del pagador de cada recibo incluido.
       *>
       method-id ExportarRemesas private.
       local-storage section.
       01 limiteArgumento pic x(10).
       01 idRemesa pic S9(9) COMP-4.
       01 fechaRemesa pic x(19).
       01 idsRemesas List[binary-long].
       01 fechasRemesas List[string].
       01 idRemesaSQL pic S9(9) COMP-4.
       01 importe pic S9(9) COMP-4.
       01 idMutua pic S9(9) COMP-4.
       01 numeroLegal pic x(40).
       01 reciboCuentas List[string].
       01 reciboImportes List[binary-long].
       01 reciboNumeros List[string].
       01 indiceRemesa binary-long.
       01 indiceRecibo binary-long.
       01 cuentaBanco string.
       01 cuentaRecibo string.
       01 faltaCuenta type Boolean.
       01 totalRemesa binary-long.
       01 documento string.
       procedure division using by value limiteSQL as string.

           set limiteArgumento to limiteSQL.
           set idsRemesas to new List[binary-long]().
           set fechasRemesas to new List[string]().

           exec sql
               declare contaRemesasTbl cursor for
                   select r.id_remesa, r.fecha_remesa
                   from remesas_sepa as r
                   where r.fecha_remesa < :limiteArgumento
                     and not exists (
                         select 1 from contabilidad_exportados as e
                         where e.tipo_mov_exportado = 'Remesa'
                           and e.id_mov_exportado = r.id_remesa
                     )
                   order by r.fecha_remesa
           end-exec.

           exec sql
               open contaRemesasTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch contaRemesasTbl into :idRemesa, :fechaRemesa
               end-exec
               if SQLCODE = 0
                   invoke idsRemesas::Add(idRemesa)
                   invoke fechasRemesas::Add((fechaRemesa as string)::Trim())
               end-if
           end-perform.

           exec sql
               close contaRemesasTbl
           end-exec.

           set cuentaBanco to BuscarCuenta("Tesoreria", "Domiciliacion").

           perform varying indiceRemesa from 0 by 1 until indiceRemesa >= idsRemesas::Count
               set idRemesaSQL to idsRemesas[indiceRemesa]
               set reciboCuentas to new List[string]()
               set reciboImportes to new List[binary-long]()
               set reciboNumeros to new List[string]()
               set faltaCuenta to cuentaBanco::Equals("")
               set totalRemesa to 0

               *> Recibos de la remesa tal como se incluyeron (una
               *> factura devuelta puede haber entrado después en otra)
               exec sql
                   declare contaRecibosTbl cursor for
                       select rr.importe_recibo, coalesce(f.mutua_factura, 0),
                              coalesce(f.numero_legal_factura, '')
                       from remesas_recibos as rr
                       inner join facturas as f on (rr.factura_recibo = f.id_factura)
                       where rr.remesa_recibo = :idRemesaSQL
                       order by f.id_factura
               end-exec

               exec sql
                   open contaRecibosTbl
               end-exec

               perform until SQLCODE < 0 OR SQLCODE = 100
                   exec sql
                       fetch contaRecibosTbl into :importe, :idMutua, :numeroLegal
                   end-exec
                   if SQLCODE = 0
                       if idMutua > 0
                           set cuentaRecibo to BuscarCuenta("Mutua", idMutua::ToString())
                       else
                           set cuentaRecibo to BuscarCuenta("Cliente", SerieDeNumeroLegal((numeroLegal as string)::Trim()))
                       end-if
                       if cuentaRecibo::Equals("")
                           set faltaCuenta to True
                       end-if
                       invoke reciboCuentas::Add(cuentaRecibo)
                       invoke reciboImportes::Add(importe)
                       invoke reciboNumeros::Add((numeroLegal as string)::Trim())
                       add importe to totalRemesa
                   end-if
               end-perform

               exec sql
                   close contaRecibosTbl
               end-exec

               if faltaCuenta
                   invoke AnotarSinCuenta("Remesa", idsRemesas[indiceRemesa], type String::Concat(
                       "Remesa #", idsRemesas[indiceRemesa]::ToString(),
                       ": falta la cuenta de domiciliaciones o la de algún pagador"))
               else
                   add 1 to ultimoAsiento
                   set documento to type String::Concat("REMESA-", idsRemesas[indiceRemesa]::ToString())
                   invoke AnadirApunte(fechasRemesas[indiceRemesa], cuentaBanco, "Remesa SEPA", totalRemesa, documento)
                   perform varying indiceRecibo from 0 by 1 until indiceRecibo >= reciboCuentas::Count
                       invoke AnadirApunte(fechasRemesas[indiceRemesa], reciboCuentas[indiceRecibo],
                           type String::Concat("Recibo domiciliado ", reciboNumeros[indiceRecibo]),
                           0 - reciboImportes[indiceRecibo], documento)
                   end-perform
                   invoke AnotarPendienteExportar("Remesa", idsRemesas[indiceRemesa])
               end-if
           end-perform.

       end method.

       *>
       *> ExportarDevoluciones
       *>
       *> Asientos de los recibos SEPA devueltos no exportados: el
       *> pagador vuelve a deber el recibo y sale de la tesorería de
       *> domiciliaciones.
       *>
       method-id ExportarDevoluciones private.
       local-storage section.
       01 limiteArgumento pic x(10).
       01 idDevolucion pic S9(9) COMP-4.
       01 importe pic S9(9) COMP-4.
       01 fechaDevolucion pic x(19).
       01 idMutua pic S9(9) COMP-4.
       01 numeroLegal pic x(40).
       01 ids List[binary-long].
       01 importes List[binary-long].
       01 fechas List[string].
       01 mutuas List[binary-long].
       01 numeros List[string].
       01 indice binary-long.
       01 cuentaDebe string.
       01 cuentaHaber string.
       procedure division using by value limiteSQL as string.

           set limiteArgumento to limiteSQL.
           set ids to new List[binary-long]().
           set importes to new List[binary-long]().
           set fechas to new List[string]().
           set mutuas to new List[binary-long]().
           set numeros to new List[string]().

           exec sql
               declare contaDevolucionesTbl cursor for
                   select d.id_devolucion, d.importe_devolucion, d.fecha_devolucion,
                          coalesce(f.mutua_factura, 0), coalesce(f.numero_legal_factura, '')
                   from devoluciones_sepa as d
                   inner join facturas as f on (d.factura_devolucion = f.id_factura)
                   where d.fecha_devolucion < :limiteArgumento
                     and not exists (
                         select 1 from contabilidad_exportados as e
                         where e.tipo_mov_exportado = 'Devolucion'
                           and e.id_mov_exportado = d.id_devolucion
                     )
                   order by d.fecha_devolucion
           end-exec.

           exec sql
               open contaDevolucionesTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch contaDevolucionesTbl into :idDevolucion, :importe, :fechaDevolucion, :idMutua, :numeroLegal
               end-exec
               if SQLCODE = 0
                   invoke ids::Add(idDevolucion)
                   invoke importes::Add(importe)
                   invoke fechas::Add((fechaDevolucion as string)::Trim())
                   invoke mutuas::Add(idMutua)
                   invoke numeros::Add((numeroLegal as string)::Trim())
               end-if
           end-perform.

           exec sql
               close contaDevolucionesTbl
           end-exec.

           set cuentaHaber to BuscarCuenta("Tesoreria", "Domiciliacion").

           perform varying indice from 0 by 1 until indice >= ids::Count
               if mutuas[indice] > 0
                   set cuentaDebe to BuscarCuenta("Mutua", mutuas[indice]::ToString())
               else
                   set cuentaDebe to BuscarCuenta("Cliente", SerieDeNumeroLegal(numeros[indice]))
               end-if

               if cuentaDebe::Equals("") or cuentaHaber::Equals("")
                   invoke AnotarSinCuenta("Devolucion", ids[indice], type String::Concat(
                       "Devolución del recibo ", numeros[indice], ": falta la cuenta del pagador o de domiciliaciones"))
               else
                   invoke AnadirAsientoSimple("Devolucion", ids[indice], fechas[indice], cuentaDebe, cuentaHaber,
                       importes[indice], type String::Concat("Devolución recibo ", numeros[indice]), numeros[indice])
               end-if
           end-perform.

       end method.

       *>
       *> ExportarFacturasMutua
       *>
       *> Asientos de las facturas mensuales de mutua no exportadas:
       *> lo pendiente de facturar de la aseguradora (acumulado por
       *> las facturas de cita cubiertas) pasa a su cuenta de cliente.
       *>
       method-id ExportarFacturasMutua private.
       local-storage section.
       01 limiteArgumento pic x(10).
       01 idFacturaMensual pic S9(9) COMP-4.
       01 idMutua pic S9(9) COMP-4.
       01 mes pic x(7).
       01 importe pic S9(9) COMP-4.
       01 fechaEmision pic x(10).
       01 ids List[binary-long].
       01 mutuas List[binary-long].
       01 meses List[string].
       01 importes List[binary-long].
       01 fechas List[string].
       01 indice binary-long.
       01 cuentaDebe string.
       01 cuentaHaber string.
       procedure division using by value limiteSQL as string.

           set limiteArgumento to limiteSQL.
           set ids to new List[binary-long]().
           set mutuas to new List[binary-long]().
           set meses to new List[string]().
           set importes to new List[binary-long]().
           set fechas to new List[string]().

           exec sql
               declare contaFacturasMutuaTbl cursor for
                   select fm.id_factura_mensual, fm.mutua_factura_mensual, fm.mes_factura_mensual,
                          fm.importe_factura_mensual, fm.fecha_emision_factura_mensual
                   from facturas_mutua as fm
                   where fm.fecha_emision_factura_mensual < :limiteArgumento
                     and not exists (
                         select 1 from contabilidad_exportados as e
                         where e.tipo_mov_exportado = 'FacturaMutua'
                           and e.id_mov_exportado = fm.id_factura_mensual
                     )
                   order by fm.fecha_emision_factura_mensual
           end-exec.

           exec sql
               open contaFacturasMutuaTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch contaFacturasMutuaTbl into :idFacturaMensual, :idMutua, :mes, :importe, :fechaEmision
               end-exec
               if SQLCODE = 0
                   invoke ids::Add(idFacturaMensual)
                   invoke mutuas::Add(idMutua)
                   invoke meses::Add((mes as string)::Trim())
                   invoke importes::Add(importe)
                   invoke fechas::Add((fechaEmision as string)::Trim())
               end-if
           end-perform.

           exec sql
               close contaFacturasMutuaTbl
           end-exec.

           perform varying indice from 0 by 1 until indice >= ids::Count
               set cuentaDebe to BuscarCuenta("Mutua", mutuas[indice]::ToString())
               set cuentaHaber to BuscarCuenta("MutuaPendiente", mutuas[indice]::ToString())

               if cuentaDebe::Equals("") or cuentaHaber::Equals("")
                   invoke AnotarSinCuenta("FacturaMutua", ids[indice], type String::Concat(
                       "Factura mensual ", meses[indice], " de la mutua #", mutuas[indice]::ToString(),
                       ": falta la cuenta de cliente o de pendiente de facturar de la mutua"))
               else
                   invoke AnadirAsientoSimple("FacturaMutua", ids[indice], fechas[indice], cuentaDebe, cuentaHaber,
                       importes[indice], type String::Concat("Factura mensual mutua ", meses[indice]),
                       type String::Concat("MUTUA-", mutuas[indice]::ToString(), "-", meses[indice]))
               end-if
           end-perform.

       end method.

       *>
       *> ExportarCobrosMutua
       *>
       *> Asientos de los cobros de facturas mensuales de mutua no
       *> exportados (ver Mutua::MarcarFacturaMensualPagada), que
       *> llegan por transferencia, por el importe no rechazado en
       *> glosas. Las facturas mensuales cobradas a plazos salen en
       *> ExportarPagosMutua, cobro a cobro.
       *>
       method-id ExportarCobrosMutua private.
       local-storage section.
       01 limiteArgumento pic x(10).
       01 idFacturaMensual pic S9(9) COMP-4.
       01 idMutua pic S9(9) COMP-4.
       01 mes pic x(7).
       01 importe pic S9(9) COMP-4.
       01 fechaPago pic x(19).
       01 ids List[binary-long].
       01 mutuas List[binary-long].
       01 meses List[string].
       01 importes List[binary-long].
       01 fechas List[string].
       01 indice binary-long.
       01 cuentaDebe string.
       01 cuentaHaber string.
       procedure division using by value limiteSQL as string.

           set limiteArgumento to limiteSQL.
           set ids to new List[binary-long]().
           set mutuas to new List[binary-long]().
           set meses to new List[string]().
           set importes to new List[binary-long]().
           set fechas to new List[string]().

           exec sql
               declare contaCobrosMutuaTbl cursor for
                   select fm.id_factura_mensual, fm.mutua_factura_mensual, fm.mes_factura_mensual,
                          fm.importe_factura_mensual - coalesce((
                              select sum(g.importe_glosa) from glosas_mutua as g
                              where g.factura_mensual_glosa = fm.id_factura_mensual
                          ), 0),
                          fm.fecha_pago_factura_mensual
                   from facturas_mutua as fm
                   where fm.estado_pago_factura_mensual = 'Pagada'
                     and fm.fecha_pago_factura_mensual is not null
                     and fm.fecha_pago_factura_mensual < :limiteArgumento
                     and not exists (
                         select 1 from pagos_mutua as p
                         where p.factura_mensual_pago_mutua = fm.id_factura_mensual
                     )
                     and fm.importe_factura_mensual > coalesce((
                         select sum(g2.importe_glosa) from glosas_mutua as g2
                         where g2.factura_mensual_glosa = fm.id_factura_mensual
                     ), 0)
                     and not exists (
                         select 1 from contabilidad_exportados as e
                         where e.tipo_mov_exportado = 'CobroMutua'
                           and e.id_mov_exportado = fm.id_factura_mensual
                     )
                   order by fm.fecha_pago_factura_mensual
           end-exec.

           exec sql
               open contaCobrosMutuaTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch contaCobrosMutuaTbl into :idFacturaMensual, :idMutua, :mes, :importe, :fechaPago
               end-exec
               if SQLCODE = 0
                   invoke ids::Add(idFacturaMensual)
                   invoke mutuas::Add(idMutua)
                   invoke meses::Add((mes as string)::Trim())
                   invoke importes::Add(importe)
                   invoke fechas::Add((fechaPago as string)::Trim())
               end-if
           end-perform.

           exec sql
               close contaCobrosMutuaTbl
           end-exec.

           set cuentaDebe to BuscarCuenta("Tesoreria", "Transferencia").

           perform varying indice from 0 by 1 until indice >= ids::Count
               set cuentaHaber to BuscarCuenta("Mutua", mutuas[indice]::ToString())

               if cuentaDebe::Equals("") or cuentaHaber::Equals("")
                   invoke AnotarSinCuenta("CobroMutua", ids[indice], type String::Concat(
                       "Cobro de la factura mensual ", meses[indice], " de la mutua #", mutuas[indice]::ToString(),
                       ": falta la cuenta de transferencias o de la mutua"))
               else
                   invoke AnadirAsientoSimple("CobroMutua", ids[indice], fechas[indice], cuentaDebe, cuentaHaber,
                       importes[indice], type String::Concat("Cobro factura mensual mutua ", meses[indice]),
                       type String::Concat("MUTUA-", mutuas[indice]::ToString(), "-", meses[indice]))
               end-if
           end-perform.

       end method.

       *>
       *> ExportarPagosMutua
       *>
       *> Asientos de los cobros anotados contra las facturas mensuales
       *> de mutua no exportados (ver Mutua::RegistrarPagoMensual), uno
       *> por cobro, parcial o total.
       *>
       method-id ExportarPagosMutua private.
       local-storage section.
       01 limiteArgumento pic x(10).
       01 idPago pic S9(9) COMP-4.
       01 idMutua pic S9(9) COMP-4.
       01 mes pic x(7).
       01 importe pic S9(9) COMP-4.
       01 fechaPago pic x(19).
       01 ids List[binary-long].
       01 mutuas List[binary-long].
       01 meses List[string].
       01 importes List[binary-long].
       01 fechas List[string].
       01 indice binary-long.
       01 cuentaDebe string.
       01 cuentaHaber string.
       procedure division using by value limiteSQL as string.

           set limiteArgumento to limiteSQL.
           set ids to new List[binary-long]().
           set mutuas to new List[binary-long]().
           set meses to new List[string]().
           set importes to new List[binary-long]().
           set fechas to new List[string]().

           exec sql
               declare contaPagosMutuaTbl cursor for
                   select p.id_pago_mutua, fm.mutua_factura_mensual, fm.mes_factura_mensual,
                          p.importe_pago_mutua, p.fecha_pago_mutua
                   from pagos_mutua as p
                   inner join facturas_mutua as fm on (p.factura_mensual_pago_mutua = fm.id_factura_mensual)
                   where p.fecha_pago_mutua < :limiteArgumento
                     and not exists (
                         select 1 from contabilidad_exportados as e
                         where e.tipo_mov_exportado = 'PagoMutua'
                           and e.id_mov_exportado = p.id_pago_mutua
                     )
                   order by p.fecha_pago_mutua
           end-exec.

           exec sql
               open contaPagosMutuaTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch contaPagosMutuaTbl into :idPago, :idMutua, :mes, :importe, :fechaPago
               end-exec
               if SQLCODE = 0
                   invoke ids::Add(idPago)
                   invoke mutuas::Add(idMutua)
                   invoke meses::Add((mes as string)::Trim())
                   invoke importes::Add(importe)
                   invoke fechas::Add((fechaPago as string)::Trim())
               end-if
           end-perform.

           exec sql
               close contaPagosMutuaTbl
           end-exec.

           set cuentaDebe to BuscarCuenta("Tesoreria", "Transferencia").

           perform varying indice from 0 by 1 until indice >= ids::Count
               set cuentaHaber to BuscarCuenta("Mutua", mutuas[indice]::ToString())

               if cuentaDebe::Equals("") or cuentaHaber::Equals("")
                   invoke AnotarSinCuenta("PagoMutua", ids[indice], type String::Concat(
                       "Cobro de la factura mensual ", meses[indice], " de la mutua #", mutuas[indice]::ToString(),
                       ": falta la cuenta de transferencias o de la mutua"))
               else
                   invoke AnadirAsientoSimple("PagoMutua", ids[indice], fechas[indice], cuentaDebe, cuentaHaber,
                       importes[indice], type String::Concat("Cobro factura mensual mutua ", meses[indice]),
                       type String::Concat("MUTUA-", mutuas[indice]::ToString(), "-", meses[indice]))
               end-if
           end-perform.

       end method.

       *>
       *> ExportarGlosas
       *>
       *> Asientos de las glosas de mutua no exportadas (ver
       *> Mutua::RegistrarGlosa): el rechazo devuelve el importe de la
       *> cuenta de la mutua a la de pendiente de facturar, y la glosa
       *> aceptada lo saca de ahí contra la cuenta de glosas.
       *>
       method-id ExportarGlosas private.
       local-storage section.
       01 limiteArgumento pic x(10).
       01 idGlosa pic S9(9) COMP-4.
       01 idMutua pic S9(9) COMP-4.
       01 idFactura pic S9(9) COMP-4.
       01 importe pic S9(9) COMP-4.
       01 fechaGlosa pic x(10).
       01 tipo pic x(20).
       01 ids List[binary-long].
       01 tipos List[string].
       01 mutuas List[binary-long].
       01 facturas List[binary-long].
       01 importes List[binary-long].
       01 fechas List[string].
       01 indice binary-long.
       01 cuentaDebe string.
       01 cuentaHaber string.
       procedure division using by value limiteSQL as string.

           set limiteArgumento to limiteSQL.
           set ids to new List[binary-long]().
           set tipos to new List[string]().
           set mutuas to new List[binary-long]().
           set facturas to new List[binary-long]().
           set importes to new List[binary-long]().
           set fechas to new List[string]().

           exec sql
               declare contaGlosasTbl cursor for
                   select g.id_glosa, 'Glosa', fm.mutua_factura_mensual, g.factura_glosa,
                          g.importe_glosa, g.fecha_glosa
                   from glosas_mutua as g
                   inner join facturas_mutua as fm on (g.factura_mensual_glosa = fm.id_factura_mensual)
                   where g.fecha_glosa < :limiteArgumento
                     and not exists (
                         select 1 from contabilidad_exportados as e
                         where e.tipo_mov_exportado = 'Glosa'
                           and e.id_mov_exportado = g.id_glosa
                     )
                   union all
                   select g.id_glosa, 'GlosaAceptada', fm.mutua_factura_mensual, g.factura_glosa,
                          g.importe_glosa, g.fecha_resolucion_glosa
                   from glosas_mutua as g
                   inner join facturas_mutua as fm on (g.factura_mensual_glosa = fm.id_factura_mensual)
                   where g.estado_glosa = 'Aceptada'
                     and g.fecha_resolucion_glosa < :limiteArgumento
                     and not exists (
                         select 1 from contabilidad_exportados as e
                         where e.tipo_mov_exportado = 'GlosaAceptada'
                           and e.id_mov_exportado = g.id_glosa
                     )
                   order by 6, 2
           end-exec.

           exec sql
               open contaGlosasTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch contaGlosasTbl into :idGlosa, :tipo, :idMutua, :idFactura, :importe, :fechaGlosa
               end-exec
               if SQLCODE = 0
                   invoke ids::Add(idGlosa)
                   invoke tipos::Add((tipo as string)::Trim())
                   invoke mutuas::Add(idMutua)
                   invoke facturas::Add(idFactura)
                   invoke importes::Add(importe)
                   invoke fechas::Add((fechaGlosa as string)::Trim())
               end-if
           end-perform.

           exec sql
               close contaGlosasTbl
           end-exec.

           perform varying indice from 0 by 1 until indice >= ids::Count
               if tipos[indice]::Equals("Glosa")
                   set cuentaDebe to BuscarCuenta("MutuaPendiente", mutuas[indice]::ToString())
                   set cuentaHaber to BuscarCuenta("Mutua", mutuas[indice]::ToString())
               else
                   set cuentaDebe to BuscarCuenta("Concepto", "GlosasMutua")
                   set cuentaHaber to BuscarCuenta("MutuaPendiente", mutuas[indice]::ToString())
               end-if

               if cuentaDebe::Equals("") or cuentaHaber::Equals("")
                   invoke AnotarSinCuenta(tipos[indice], ids[indice], type String::Concat(
                       "Glosa #", ids[indice]::ToString(), " de la mutua #", mutuas[indice]::ToString(),
                       ": falta la cuenta de la mutua, de pendiente de facturar o de glosas"))
               else
                   invoke AnadirAsientoSimple(tipos[indice], ids[indice], fechas[indice], cuentaDebe, cuentaHaber,
                       importes[indice], type String::Concat("Glosa mutua factura #", facturas[indice]::ToString()),
                       type String::Concat("GLOSA-", ids[indice]::ToString()))
               end-if
           end-perform.

       end method.

       *>
       *> DevuelveSinCuenta
       *>
       *> Informe de movimientos que no se han podido exportar por
       *> falta de cuenta, para que la gestoría complete el plan de
       *> cuentas antes del siguiente cierre.
       *>
       *> Devuelve:
       *>     List[str]: "fecha - tipo #id - motivo" por movimiento
       *>
       method-id DevuelveSinCuenta.
       local-storage section.
       01 tipo pic x(20).
       01 idMovimiento pic S9(9) COMP-4.
       01 motivo pic x(255).
       01 fecha pic x(19).
       procedure division returning pendientes as List[string].

           set pendientes to new List[string]().

           exec sql
               declare contaSinCuentaTbl cursor for
                   select s.tipo_mov_sin_cuenta, s.id_mov_sin_cuenta, s.motivo_sin_cuenta, s.fecha_sin_cuenta
                   from contabilidad_sin_cuenta as s
                   order by s.tipo_mov_sin_cuenta, s.id_mov_sin_cuenta
           end-exec.

           exec sql
               open contaSinCuentaTbl
           end-exec.

           perform until SQLCODE = 100

               exec sql
                   fetch contaSinCuentaTbl into :tipo, :idMovimiento, :motivo, :fecha
               end-exec

               if SQLCODE = 100
                   goback
               end-if

               invoke pendientes::Add(type String::Concat(
                   (fecha as string)::Trim(), " - ", (tipo as string)::Trim(), " #",
                   idMovimiento::ToString(), " - ", (motivo as string)::Trim()))

           end-perform.

       end method.

       end class.
