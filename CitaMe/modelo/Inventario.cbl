       *> una cita o una visita de campaña (tabla
       *> movimientos_inventario), alertas de reposición al bajar del
       *> stock mínimo y el informe de caducidades para dejar de
       *> descubrir lotes caducados en la nevera. Los pedidos a
       *> proveedor que reponen el stock se gestionan en el modelo
       *> PedidoProveedor.
       *>
       *> Cada lote tiene un estado (columna estado_lote_articulo):
       *> Disponible; Retirado cuando el fabricante o la autoridad
       *> sanitaria lo retira (ver modelo RetiradaLote); Cuarentena
       *> cuando la nevera en que se guarda (columna nevera_articulo, 0
       *> para el botiquín) ha salido de su rango de temperatura, hasta
       *> que se libera o se descarta (ver modelo NeveraVacunas); y
       *> Descartado. Un lote que no está Disponible no admite salidas.
       *>
       *> Cada artículo puede llevar su coste unitario de compra
       *> (columna coste_unitario_articulo, en céntimos) para valorar
       *> el material dispensado en el informe de márgenes por cita
       *> (ver modelo MargenConsulta).
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.Inventario.

       01 caducidad_articulo property string.
       01 stock_articulo property binary-long.
       01 stock_minimo_articulo property binary-long.
       01 estado_lote_articulo property string.

       *>
       *> RegistrarArticulo

       end method.

       *>
       *> RegistrarLote
       *>
       *> Devuelve el artículo de un lote concreto de un producto, y lo
       *> da de alta si todavía no existe (un lote nuevo llegado en un
       *> pedido), con su caducidad y el stock mínimo que ya tenga el
       *> producto en sus otros lotes.
       *>
       *> Parámetros:
       *>     nombre (str): Nombre del artículo
       *>     lote (str): Lote del fabricante
       *>     caducidadSQL (str): Fecha de caducidad, "yyyy-MM-dd"
       *>
       *> Devuelve:
       *>     int: id del artículo del lote, 0 en caso de error
       *>
       method-id RegistrarLote.
       local-storage section.
       01 nombreSQL pic x(100).
       01 loteSQL pic x(50).
       01 caducidadArgumento pic x(10).
       01 idArticuloSQL pic S9(9) COMP-4.
       01 minimoSQL pic S9(9) COMP-4.
       procedure division using by value nombre as string
                                         lote as string
                                         caducidadSQL as string
                                   returning idArticulo as binary-long.

           set idArticulo to 0.
           set nombreSQL to nombre::Trim().
           set loteSQL to lote::Trim().
           set caducidadArgumento to caducidadSQL.

           exec sql
               select a.id_articulo into :idArticuloSQL
               from articulos_inventario as a
               where a.nombre_articulo = :nombreSQL
                 and a.lote_articulo = :loteSQL
           end-exec.

           if SQLCODE = 0
               set idArticulo to idArticuloSQL
               goback
           end-if

           exec sql
               select coalesce(max(a.stock_minimo_articulo), 0) into :minimoSQL
               from articulos_inventario as a
               where a.nombre_articulo = :nombreSQL
           end-exec.

           if not SQLCODE = 0
               set minimoSQL to 0
           end-if

           exec sql
               insert into articulos_inventario
                   (nombre_articulo, lote_articulo, caducidad_articulo,
                    stock_articulo, stock_minimo_articulo)
               values
                   (:nombreSQL, :loteSQL, :caducidadArgumento, 0, :minimoSQL)
           end-exec.

           if SQLCODE = 0
               exec sql
                   select LAST_INSERT_ID() into :idArticuloSQL
               end-exec
               set idArticulo to idArticuloSQL
           end-if

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> RegistrarEntrada
       *>
       *> contra una cita (o una visita de campaña, con la cita a 0 y
       *> el detalle de la campaña). El stock nunca baja de cero: una
       *> salida mayor que el stock se rechaza para que el descuadre
       *> aflore en vez de esconderse en negativo, igual que la salida
       *> de un lote que no está Disponible.
       *>
       *> Parámetros:
       *>     idArticulo (int): Artículo dispensado
       *>
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>              False si no hay stock suficiente, el lote está
       *>              bloqueado o hubo error
       *>
       method-id RegistrarSalida.
       local-storage section.
               set stock_articulo = stock_articulo - :cantidadSQL
               where id_articulo = :idArticuloSQL
                 and stock_articulo >= :cantidadSQL
                 and coalesce(estado_lote_articulo, 'Disponible') = 'Disponible'
           end-exec.

           if SQLCODE < 0 or SQLERRD(3) = 0

       end method.

       *>
       *> CambiarEstadoLote
       *>
       *> Cambia el estado de todos los artículos de un lote (el mismo
       *> lote puede estar dado de alta en más de una entrada).
       *>
       *> Parámetros:
       *>     lote (str): Lote del fabricante
       *>     estado (str): Nuevo estado del lote
       *>
       *> Devuelve:
       *>     int: artículos del lote actualizados, -1 en caso de error
       *>
       method-id CambiarEstadoLote.
       local-storage section.
       01 loteSQL pic x(50).
       01 estadoSQL pic x(15).
       procedure division using by value lote as string
                                         estado as string
                                   returning actualizados as binary-long.

           set loteSQL to lote::Trim().
           set estadoSQL to estado::Trim().

           exec sql
               update articulos_inventario
               set estado_lote_articulo = :estadoSQL
               where lote_articulo = :loteSQL
           end-exec.

           if SQLCODE < 0
               set actualizados to -1
           else
               set actualizados to SQLERRD(3)
           end-if

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> LoteDisponible
       *>
       *> Indica si un lote se puede usar: ningún artículo de ese lote
       *> está bloqueado (retirado o en cuarentena); las unidades ya
       *> descartadas, sin stock, no cuentan. Un lote que no está en el
       *> inventario se da por disponible.
       *>
       *> Parámetros:
       *>     lote (str): Lote del fabricante
       *>
       *> Devuelve:
       *>     Boolean: True si el lote se puede administrar
       *>
       method-id LoteDisponible.
       local-storage section.
       01 loteSQL pic x(50).
       01 bloqueados pic S9(9) COMP-4.
       procedure division using by value lote as string
                                   returning disponible as type Boolean.

           set disponible to True.
           set loteSQL to lote::Trim().

           exec sql
               select count(*) into :bloqueados
               from articulos_inventario as a
               where a.lote_articulo = :loteSQL
                 and coalesce(a.estado_lote_articulo, 'Disponible') not in ('Disponible', 'Descartado')
           end-exec.

           if SQLCODE = 0 and bloqueados > 0
               set disponible to False
           end-if.

       end method.

       *>
       *> AsignarNevera
       *>
       *> Anota en qué nevera se guarda un artículo, para ponerlo en
       *> cuarentena si la nevera sale de su rango de temperatura.
       *>
       *> Parámetros:
       *>     idArticulo (int): Artículo
       *>     idNevera (int): Nevera, 0 para el botiquín
       *>
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>              False en caso de error
       *>
       method-id AsignarNevera.
       local-storage section.
       01 idArticuloSQL pic S9(9) COMP-4.
       01 idNeveraSQL pic S9(9) COMP-4.
       procedure division using by value idArticulo as binary-long
                                         idNevera as binary-long
                                   returning exito as type Boolean.

           set idArticuloSQL to idArticulo.
           set idNeveraSQL to idNevera.

           exec sql
               update articulos_inventario
               set nevera_articulo = :idNeveraSQL
               where id_articulo = :idArticuloSQL
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
       *> FijarCosteUnitario
       *>
       *> Anota el coste unitario de compra de un artículo, con el que
       *> se valora el material dispensado contra cada cita en el
       *> informe de márgenes (ver modelo MargenConsulta).
       *>
       *> Parámetros:
       *>     idArticulo (int): Artículo
       *>     costeCentimos (int): Coste por unidad en céntimos
       *>
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>              False en caso de error
       *>
       method-id FijarCosteUnitario.
       local-storage section.
       01 idArticuloSQL pic S9(9) COMP-4.
       01 costeSQL pic S9(9) COMP-4.
       procedure division using by value idArticulo as binary-long
                                         costeCentimos as binary-long
                                   returning exito as type Boolean.

           if costeCentimos < 0
               set exito to False
               goback
           end-if

           set idArticuloSQL to idArticulo.
           set costeSQL to costeCentimos.

           exec sql
               update articulos_inventario
               set coste_unitario_articulo = :costeSQL
               where id_articulo = :idArticuloSQL
           end-exec.

           if SQLCODE >= 0
               set exito to True
           else
               set exito to False
           end-if

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> DescartarArticulo
       *>
       *> Da de baja todo el stock de un artículo que no se puede usar
       *> (p.ej. un lote en cuarentena que se desecha) y lo deja como
       *> Descartado. La baja queda en movimientos_inventario. No
       *> confirma la transacción: quien llama guarda el descarte junto
       *> con sus propios cambios (ver NeveraVacunas::DescartarLote); si
       *> falla, la transacción se deshace.
       *>
       *> Parámetros:
       *>     idArticulo (int): Artículo a descartar
       *>     detalle (str): Motivo de la baja
       *>
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>              False en caso de error
       *>
       method-id DescartarArticulo.
       local-storage section.
       01 idArticuloSQL pic S9(9) COMP-4.
       01 cantidadSQL pic S9(9) COMP-4.
       01 detalleSQL pic x(255).
       01 ahoraSQL pic x(19).
       procedure division using by value idArticulo as binary-long
                                         detalle as string
                                   returning exito as type Boolean.

           set exito to False.
           set idArticuloSQL to idArticulo.
           set detalleSQL to detalle.
           set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           exec sql
               select a.stock_articulo into :cantidadSQL
               from articulos_inventario as a
               where a.id_articulo = :idArticuloSQL
           end-exec.

           if not SQLCODE = 0
               goback
           end-if

           exec sql
               update articulos_inventario
               set stock_articulo = 0,
                   estado_lote_articulo = 'Descartado'
               where id_articulo = :idArticuloSQL
           end-exec.

           if SQLCODE < 0
               exec sql
                   rollback
               end-exec
               goback
           end-if

           if cantidadSQL > 0
               exec sql
                   insert into movimientos_inventario
                       (articulo_movimiento, tipo_movimiento, cantidad_movimiento,
                        fecha_movimiento, cita_movimiento, detalle_movimiento)
                   values
                       (:idArticuloSQL, 'Baja', :cantidadSQL, :ahoraSQL, 0, :detalleSQL)
               end-exec
               if SQLCODE < 0
                   exec sql
                       rollback
                   end-exec
                   goback
               end-if
           end-if

           set exito to True.

       end method.

       *>
       *> DevuelveArticulos
       *>
       01 caducidad pic x(10).
       01 stock pic S9(9) COMP-4.
       01 minimo pic S9(9) COMP-4.
       01 estadoLote pic x(15).
       procedure division returning articulos as List[type Inventario].

           set articulos to new List[type Inventario]().
           exec sql
               declare articulosInventarioTbl cursor for
                   select a.id_articulo, a.nombre_articulo, a.lote_articulo,
                          a.caducidad_articulo, a.stock_articulo, a.stock_minimo_articulo,
                          coalesce(a.estado_lote_articulo, 'Disponible')
                   from articulos_inventario as a
                   order by a.nombre_articulo asc, a.caducidad_articulo asc
           end-exec.

               exec sql
                   fetch articulosInventarioTbl into
                   :idArticulo, :nombre, :lote, :caducidad, :stock, :minimo, :estadoLote
               end-exec

               if SQLCODE = 100
               set articuloActual::caducidad_articulo to (caducidad as string)::Trim()
               set articuloActual::stock_articulo to stock
               set articuloActual::stock_minimo_articulo to minimo
               set articuloActual::estado_lote_articulo to (estadoLote as string)::Trim()

               invoke articulos::Add(articuloActual)

