       *> que deja las facturas en estado "Domiciliada" (tabla
       *> remesas_sepa), y el tratamiento de devoluciones, que vuelve
       *> a poner la factura en Pendiente y anota la incidencia en el
       *> mandato (tres incidencias lo desactivan); cada devolución
       *> queda registrada en devoluciones_sepa (factura_devolucion,
       *> importe_devolucion, motivo_devolucion, fecha_devolucion) para
       *> la exportación contable. El abono de la remesa en la cuenta
       *> deja pagados sus recibos (ver LiquidarRemesa). Cada recibo
       *> incluido en una remesa queda también en remesas_recibos
       *> (remesa_recibo, factura_recibo, importe_recibo), que
       *> conserva el historial cuando un recibo devuelto vuelve a
       *> entrar en otra remesa (remesa_factura solo guarda la
       *> última). La remesa periódica la lanza el planificador de
       *> tareas, igual que GenerarFacturas.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.Domiciliacion.

       *> tiene mandato activo se vuelcan al fichero de la remesa (una
       *> línea por recibo: referencia de mandato, IBAN, importe y
       *> factura) y quedan en estado "Domiciliada" con su remesa
       *> anotada, y cada recibo en remesas_recibos. El fichero se
       *> sube al banco a mano.
       *>
       *> Devuelve:
       *>     int: Número de recibos incluidos en la remesa
       01 rutaArchivoStr string.
       01 ahoraSQL pic x(19).
       01 idRemesaNueva pic S9(9) COMP-4.
       01 importesFacturas List[binary-long].
       01 indice binary-long.
       procedure division returning totalRecibos as binary-long.

           set recibos to 0.
           set importeTotal to 0.
           set idsFacturas to new List[binary-long]().
           set importesFacturas to new List[binary-long]().
           set contenido to new System.Text.StringBuilder().
           set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

                       importe::ToString(), "|",
                       idFactura::ToString()))
                   invoke idsFacturas::Add(idFactura)
                   invoke importesFacturas::Add(importe)
                   add importe to importeTotal
               end-if

               select LAST_INSERT_ID() into :idRemesaNueva
           end-exec.

           perform varying indice from 0 by 1 until indice >= idsFacturas::Count
               set idFactura to idsFacturas[indice]
               set importe to importesFacturas[indice]
               exec sql
                   update facturas
                   set estado_pago_factura = 'Domiciliada',
                       remesa_factura = :idRemesaNueva
                   where id_factura = :idFactura
               end-exec
               exec sql
                   insert into remesas_recibos
                       (remesa_recibo, factura_recibo, importe_recibo)
                   values
                       (:idRemesaNueva, :idFactura, :importe)
               end-exec
           end-perform.

           exec sql

       end method.

       *>
       *> LiquidarRemesa
       *>
       *> Anota el abono de una remesa en la cuenta (ver
       *> ConciliacionBancaria): los recibos de la remesa que siguen
       *> domiciliados pasan a Pagada. El cobro ya queda contabilizado
       *> con la propia remesa, por eso no se anota en pagos_facturas.
       *> Un recibo que el banco devuelva después se sigue tratando con
       *> ProcesarDevolucion.
       *>
       *> Parámetros:
       *>     idRemesa (int): Remesa abonada
       *>
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>              False en caso de error
       *>
       method-id LiquidarRemesa.
       local-storage section.
       01 idRemesaSQL pic S9(9) COMP-4.
       procedure division using by value idRemesa as binary-long
                                   returning exito as type Boolean.

           set idRemesaSQL to idRemesa.

           exec sql
               update facturas
               set estado_pago_factura = 'Pagada'
               where remesa_factura = :idRemesaSQL
                 and estado_pago_factura = 'Domiciliada'
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
       *> ProcesarDevolucion
       *>
       *> el banco: la factura vuelve a Pendiente (para reclamarse por
       *> otra vía) y el mandato del pagador acumula la incidencia; al
       *> llegar a MAX_INCIDENCIAS_MANDATO incidencias, el mandato
       *> queda desactivado hasta que el pagador lo renueve. El recibo
       *> puede estar aún domiciliado o ya pagado por el abono de su
       *> remesa (ver LiquidarRemesa), si el banco lo devuelve después.
       *>
       *> Parámetros:
       *>     idFactura (int): Factura cuyo recibo ha vuelto
       01 idFacturaSQL pic S9(9) COMP-4.
       01 idPaciente pic S9(9) COMP-4.
       01 idMutua pic S9(9) COMP-4.
       01 importeSQL pic S9(9) COMP-4.
       01 motivoSQL pic x(255).
       01 ahoraSQL pic x(19).
       01 tipoSQL pic x(10).
       01 idPagadorSQL pic S9(9) COMP-4.
       01 maxIncidenciasSQL pic S9(4) COMP-4.
           set idFacturaSQL to idFactura.

           exec sql
               select f.paciente_factura, coalesce(f.mutua_factura, 0), f.importe_factura
               into :idPaciente, :idMutua, :importeSQL
               from facturas as f
               where f.id_factura = :idFacturaSQL
                 and (f.estado_pago_factura = 'Domiciliada'
                      or (f.estado_pago_factura = 'Pagada'
                          and coalesce(f.remesa_factura, 0) > 0
                          and not exists (select 1 from pagos_facturas as p
                                          where p.factura_pago = f.id_factura)))
           end-exec.

           if not SQLCODE = 0
               where id_factura = :idFacturaSQL
           end-exec.

           set motivoSQL to motivo.
           set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           exec sql
               insert into devoluciones_sepa
                   (factura_devolucion, importe_devolucion, motivo_devolucion, fecha_devolucion)
               values
                   (:idFacturaSQL, :importeSQL, :motivoSQL, :ahoraSQL)
           end-exec.

           if idMutua > 0
               set tipoSQL to "Mutua"
               set idPagadorSQL to idMutua
