       *>
       *> PedidoProveedor
       *>
       *> Clase que encapsula los pedidos de reposición del botiquín y
       *> la nevera de vacunas a los proveedores, en vez de pedirlos
       *> por teléfono o por correo a mano:
       *>
       *>  - Maestro de proveedores (tabla proveedores: id_proveedor,
       *>    nombre_proveedor, correo_proveedor, telefono_proveedor y
       *>    plazo_entrega_proveedor en días) y el proveedor habitual
       *>    de cada producto (tabla articulos_proveedor:
       *>    nombre_articulo_proveedor, proveedor_articulo_proveedor y
       *>    referencia_articulo_proveedor, la referencia del producto
       *>    en el catálogo del proveedor).
       *>  - Pedidos (tabla pedidos_proveedor: id_pedido,
       *>    proveedor_pedido, fecha_pedido, fecha_envio_pedido,
       *>    fecha_prevista_pedido y estado_pedido: Borrador, Enviado,
       *>    Parcial o Recibido) con sus líneas (tabla pedido_lineas:
       *>    id_pedido_linea, pedido_linea, nombre_articulo_linea,
       *>    cantidad_linea y cantidad_recibida_linea).
       *>  - Recepciones (tabla pedido_recepciones: id_recepcion,
       *>    linea_recepcion, articulo_recepcion, cantidad_recepcion,
       *>    albaran_recepcion y fecha_recepcion), una por entrega de
       *>    una línea, que admiten entregas parciales y lotes nuevos
       *>    con su caducidad.
       *>
       *> Los pedidos se generan en borrador a partir de las alertas de
       *> reposición (ver Inventario::DevuelveAlertasReposicion), con
       *> la cantidad sugerida para volver al doble del stock mínimo
       *> descontando lo ya pedido y sin recibir; se revisan, se
       *> envían al proveedor por correo a través del buzón de salida
       *> (ver Notificador::EnviarPedidoProveedor) y la mercancía se
       *> recibe contra sus líneas, dando entrada al stock del lote
       *> (ver Inventario::RegistrarEntrada).
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.PedidoProveedor.

       working-storage section.

       01 modeloInventario type CitaMe.modelo.Inventario.
       01 modeloNotificador type CitaMe.modelo.Notificador.

       *> Habilita las variables de SQL
       exec sql
           include sqlca
       end-exec.

       method-id NEW.
       procedure division.
           set modeloInventario to new CitaMe.modelo.Inventario().
           set modeloNotificador to new CitaMe.modelo.Notificador().
       end method.

       *>
       *> RegistrarProveedor
       *>
       *> Da de alta un proveedor con la dirección de correo a la que
       *> se le envían los pedidos y su plazo de entrega habitual.
       *>
       *> Parámetros:
       *>     nombre (str): Nombre del proveedor
       *>     correo (str): Dirección de correo para pedidos
       *>     telefono (str): Teléfono de contacto
       *>     plazoEntrega (int): Días de entrega habituales
       *>
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>              False en caso de error
       *>
       method-id RegistrarProveedor.
       local-storage section.
       01 nombreSQL pic x(100).
       01 correoSQL pic x(100).
       01 telefonoSQL pic x(20).
       01 plazoSQL pic S9(9) COMP-4.
       procedure division using by value nombre as string
                                         correo as string
                                         telefono as string
                                         plazoEntrega as binary-long
                                   returning exito as type Boolean.

           set nombreSQL to nombre::Trim().
           set correoSQL to correo::Trim().
           set telefonoSQL to telefono::Trim().
           set plazoSQL to plazoEntrega.

           exec sql
               insert into proveedores
                   (nombre_proveedor, correo_proveedor, telefono_proveedor, plazo_entrega_proveedor)
               values
                   (:nombreSQL, :correoSQL, :telefonoSQL, :plazoSQL)
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
       *> DevuelveProveedores
       *>
       *> Devuelve el maestro de proveedores, para la pantalla de
       *> inventario.
       *>
       *> Devuelve:
       *>     List[str]: "#id nombre - correo - teléfono (N días)"
       *>
       method-id DevuelveProveedores.
       local-storage section.
       01 idProveedor pic S9(9) COMP-4.
       01 nombre pic x(100).
       01 correo pic x(100).
       01 telefono pic x(20).
       01 plazo pic S9(9) COMP-4.
       procedure division returning proveedores as List[string].

           set proveedores to new List[string]().

           exec sql
               declare proveedoresTbl cursor for
                   select p.id_proveedor, p.nombre_proveedor, coalesce(p.correo_proveedor, ''),
                          coalesce(p.telefono_proveedor, ''), p.plazo_entrega_proveedor
                   from proveedores as p
                   order by p.nombre_proveedor asc
           end-exec.

           exec sql
               open proveedoresTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch proveedoresTbl into :idProveedor, :nombre, :correo, :telefono, :plazo
               end-exec
               if SQLCODE = 0
                   invoke proveedores::Add(type String::Concat(
                       "#", idProveedor::ToString(), " ", (nombre as string)::Trim(), " - ",
                       (correo as string)::Trim(), " - ", (telefono as string)::Trim(),
                       " (", plazo::ToString(), " días)"))
               end-if
           end-perform.

           exec sql
               close proveedoresTbl
           end-exec.

       end method.

       *>
       *> AsignarProveedorArticulo
       *>
       *> Fija (o sustituye) el proveedor habitual de un producto, con
       *> su referencia en el catálogo del proveedor. El producto es el
       *> nombre del artículo, común a todos sus lotes.
       *>
       *> Parámetros:
       *>     nombreArticulo (str): Nombre del artículo
       *>     idProveedor (int): Proveedor habitual
       *>     referencia (str): Referencia del proveedor
       *>
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>              False en caso de error
       *>
       method-id AsignarProveedorArticulo.
       local-storage section.
       01 nombreSQL pic x(100).
       01 idProveedorSQL pic S9(9) COMP-4.
       01 referenciaSQL pic x(50).
       procedure division using by value nombreArticulo as string
                                         idProveedor as binary-long
                                         referencia as string
                                   returning exito as type Boolean.

           set nombreSQL to nombreArticulo::Trim().
           set idProveedorSQL to idProveedor.
           set referenciaSQL to referencia::Trim().

           exec sql
               delete from articulos_proveedor
               where nombre_articulo_proveedor = :nombreSQL
           end-exec.

           exec sql
               insert into articulos_proveedor
                   (nombre_articulo_proveedor, proveedor_articulo_proveedor, referencia_articulo_proveedor)
               values
                   (:nombreSQL, :idProveedorSQL, :referenciaSQL)
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
       *> GenerarPedidosReposicion
       *>
       *> Genera los pedidos en borrador de los productos por debajo
       *> de su stock mínimo (sumando sus lotes disponibles), uno por
       *> proveedor: la cantidad sugerida repone hasta el doble del
       *> mínimo, descontando lo ya pedido y pendiente de recibir. Las
       *> líneas se añaden al borrador abierto del proveedor si ya
       *> existe, o a uno nuevo. Los productos sin proveedor habitual
       *> quedan en el resumen para pedirlos a mano.
       *>
       *> Devuelve:
       *>     List[str]: resumen de lo pedido y lo no pedido
       *>
       method-id GenerarPedidosReposicion.
       local-storage section.
       01 nombre pic x(100).
       01 stock pic S9(9) COMP-4.
       01 minimo pic S9(9) COMP-4.
       01 pendiente pic S9(9) COMP-4.
       01 idProveedor pic S9(9) COMP-4.
       01 nombres List[string].
       01 proveedores List[binary-long].
       01 cantidades List[binary-long].
       01 indice binary-long.
       01 cantidadSugerida binary-long.
       01 idPedido pic S9(9) COMP-4.
       01 idProveedorSQL pic S9(9) COMP-4.
       01 nombreSQL pic x(100).
       01 cantidadSQL pic S9(9) COMP-4.
       01 hoySQL pic x(10).
       procedure division returning resumen as List[string].

           set resumen to new List[string]().
           set nombres to new List[string]().
           set proveedores to new List[binary-long]().
           set cantidades to new List[binary-long]().
           set hoySQL to type DateTime::Now::ToString("yyyy-MM-dd").

           exec sql
               declare reposicionProductoTbl cursor for
                   select a.nombre_articulo,
                          sum(case when coalesce(a.estado_lote_articulo, 'Disponible') = 'Disponible'
                                   then a.stock_articulo else 0 end),
                          max(a.stock_minimo_articulo),
                          coalesce((select sum(pl.cantidad_linea - pl.cantidad_recibida_linea)
                                    from pedido_lineas as pl
                                    inner join pedidos_proveedor as p on (pl.pedido_linea = p.id_pedido)
                                    where pl.nombre_articulo_linea = a.nombre_articulo
                                      and p.estado_pedido in ('Borrador', 'Enviado', 'Parcial')
                                      and pl.cantidad_linea > pl.cantidad_recibida_linea), 0),
                          coalesce((select ap.proveedor_articulo_proveedor
                                    from articulos_proveedor as ap
                                    where ap.nombre_articulo_proveedor = a.nombre_articulo), 0)
                   from articulos_inventario as a
                   group by a.nombre_articulo
                   having sum(case when coalesce(a.estado_lote_articulo, 'Disponible') = 'Disponible'
                                   then a.stock_articulo else 0 end) < max(a.stock_minimo_articulo)
                   order by a.nombre_articulo asc
           end-exec.

           exec sql
               open reposicionProductoTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch reposicionProductoTbl into :nombre, :stock, :minimo, :pendiente, :idProveedor
               end-exec
               if SQLCODE = 0
                   compute cantidadSugerida = (minimo * 2) - stock - pendiente
                   if cantidadSugerida > 0
                       if idProveedor = 0
                           invoke resumen::Add(type String::Concat(
                               (nombre as string)::Trim(), ": ", cantidadSugerida::ToString(),
                               " uds. sin proveedor habitual, pedir a mano"))
                       else
                           invoke nombres::Add((nombre as string)::Trim())
                           invoke proveedores::Add(idProveedor)
                           invoke cantidades::Add(cantidadSugerida)
                       end-if
                   end-if
               end-if
           end-perform.

           exec sql
               close reposicionProductoTbl
           end-exec.

           perform varying indice from 0 by 1 until indice >= nombres::Count
               set idProveedorSQL to proveedores[indice]
               set nombreSQL to nombres[indice]
               set cantidadSQL to cantidades[indice]

               exec sql
                   select coalesce(max(p.id_pedido), 0) into :idPedido
                   from pedidos_proveedor as p
                   where p.proveedor_pedido = :idProveedorSQL
                     and p.estado_pedido = 'Borrador'
               end-exec

               if idPedido = 0
                   exec sql
                       insert into pedidos_proveedor
                           (proveedor_pedido, fecha_pedido, estado_pedido)
                       values
                           (:idProveedorSQL, :hoySQL, 'Borrador')
                   end-exec
                   exec sql
                       select LAST_INSERT_ID() into :idPedido
                   end-exec
               end-if

               exec sql
                   insert into pedido_lineas
                       (pedido_linea, nombre_articulo_linea, cantidad_linea, cantidad_recibida_linea)
                   values
                       (:idPedido, :nombreSQL, :cantidadSQL, 0)
               end-exec

               if SQLCODE = 0
                   invoke resumen::Add(type String::Concat(
                       nombres[indice], ": ", cantidades[indice]::ToString(),
                       " uds. en el pedido #", idPedido::ToString()))
               end-if
           end-perform.

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> ModificarLineaPedido
       *>
       *> Ajusta la cantidad de una línea de un pedido todavía en
       *> borrador; con cantidad 0 la línea se elimina.
       *>
       *> Parámetros:
       *>     idLinea (int): Línea del pedido
       *>     cantidad (int): Nueva cantidad
       *>
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>              False si el pedido ya no está en borrador
       *>
       method-id ModificarLineaPedido.
       local-storage section.
       01 idLineaSQL pic S9(9) COMP-4.
       01 cantidadSQL pic S9(9) COMP-4.
       procedure division using by value idLinea as binary-long
                                         cantidad as binary-long
                                   returning exito as type Boolean.

           set exito to False.
           if cantidad < 0
               goback
           end-if

           set idLineaSQL to idLinea.
           set cantidadSQL to cantidad.

           if cantidad = 0
               exec sql
                   delete from pedido_lineas
                   where id_pedido_linea = :idLineaSQL
                     and pedido_linea in (
                         select p.id_pedido from pedidos_proveedor as p
                         where p.estado_pedido = 'Borrador'
                     )
               end-exec
           else
               exec sql
                   update pedido_lineas
                   set cantidad_linea = :cantidadSQL
                   where id_pedido_linea = :idLineaSQL
                     and pedido_linea in (
                         select p.id_pedido from pedidos_proveedor as p
                         where p.estado_pedido = 'Borrador'
                     )
               end-exec
           end-if

           if SQLCODE >= 0 and SQLERRD(3) > 0
               set exito to True
           end-if

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> EnviarPedido
       *>
       *> Envía al proveedor un pedido en borrador por correo, a
       *> través del buzón de salida, con la referencia de catálogo y
       *> la cantidad de cada línea, y lo pasa a Enviado con su fecha
       *> prevista de entrega según el plazo del proveedor.
       *>
       *> Parámetros:
       *>     idPedido (int): Pedido a enviar
       *>
       *> Devuelve:
       *>     Boolean: True si el pedido quedó enviado
       *>              False si no está en borrador, no tiene líneas o
       *>              el proveedor no tiene correo
       *>
       method-id EnviarPedido.
       local-storage section.
       01 idPedidoSQL pic S9(9) COMP-4.
       01 nombreProveedor pic x(100).
       01 correo pic x(100).
       01 plazo pic S9(9) COMP-4.
       01 nombre pic x(100).
       01 referencia pic x(50).
       01 cantidad pic S9(9) COMP-4.
       01 numLineas binary-long.
       01 cuerpo type System.Text.StringBuilder.
       01 hoySQL pic x(10).
       01 previstaSQL pic x(10).
       procedure division using by value idPedido as binary-long
                                   returning exito as type Boolean.

           set exito to False.
           set idPedidoSQL to idPedido.

           exec sql
               select pr.nombre_proveedor, coalesce(pr.correo_proveedor, ''), pr.plazo_entrega_proveedor
               into :nombreProveedor, :correo, :plazo
               from pedidos_proveedor as p
               inner join proveedores as pr on (p.proveedor_pedido = pr.id_proveedor)
               where p.id_pedido = :idPedidoSQL
                 and p.estado_pedido = 'Borrador'
           end-exec.

           if not SQLCODE = 0 or (correo as string)::Trim()::Equals("")
               goback
           end-if

           set cuerpo to new System.Text.StringBuilder().
           invoke cuerpo::AppendLine(type String::Concat("A la atención de ", (nombreProveedor as string)::Trim(), ":")).
           invoke cuerpo::AppendLine("").
           invoke cuerpo::AppendLine(type String::Concat("Les rogamos nos sirvan el pedido nº ", idPedido::ToString(), ":")).
           invoke cuerpo::AppendLine("").
           set numLineas to 0.

           exec sql
               declare lineasEnvioTbl cursor for
                   select pl.nombre_articulo_linea, coalesce(ap.referencia_articulo_proveedor, ''), pl.cantidad_linea
                   from pedido_lineas as pl
                   left join articulos_proveedor as ap on (pl.nombre_articulo_linea = ap.nombre_articulo_proveedor)
                   where pl.pedido_linea = :idPedidoSQL
                   order by pl.id_pedido_linea
           end-exec.

           exec sql
               open lineasEnvioTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch lineasEnvioTbl into :nombre, :referencia, :cantidad
               end-exec
               if SQLCODE = 0
                   invoke cuerpo::AppendLine(type String::Concat(
                       "  - ", (referencia as string)::Trim(), " ", (nombre as string)::Trim(),
                       ": ", cantidad::ToString(), " uds."))
                   add 1 to numLineas
               end-if
           end-perform.

           exec sql
               close lineasEnvioTbl
           end-exec.

           if numLineas = 0
               goback
           end-if

           invoke cuerpo::AppendLine("").
           invoke cuerpo::AppendLine("Indiquen el número de pedido en el albarán de entrega.").

           if not modeloNotificador::EnviarPedidoProveedor((correo as string)::Trim(), idPedido, cuerpo::ToString())
               goback
           end-if

           set hoySQL to type DateTime::Now::ToString("yyyy-MM-dd").
           set previstaSQL to type DateTime::Now::AddDays(plazo)::ToString("yyyy-MM-dd").

           exec sql
               update pedidos_proveedor
               set estado_pedido = 'Enviado',
                   fecha_envio_pedido = :hoySQL,
                   fecha_prevista_pedido = :previstaSQL
               where id_pedido = :idPedidoSQL
           end-exec.

           if SQLCODE = 0
               set exito to True
           end-if

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> RecibirLinea
       *>
       *> Anota la entrega, total o parcial, de una línea de un pedido
       *> enviado: da de alta el lote si es nuevo, da entrada al stock
       *> con el pedido y el albarán como referencia, y pasa el pedido
       *> a Recibido cuando todas sus líneas están completas o a
       *> Parcial mientras no.
       *>
       *> Parámetros:
       *>     idLinea (int): Línea del pedido
       *>     cantidad (int): Unidades recibidas
       *>     lote (str): Lote del fabricante
       *>     caducidadSQL (str): Caducidad del lote, "yyyy-MM-dd"
       *>     albaran (str): Número de albarán del proveedor
       *>
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>              False si la línea no es de un pedido enviado o
       *>              hubo error
       *>
       method-id RecibirLinea.
       local-storage section.
       01 idLineaSQL pic S9(9) COMP-4.
       01 idPedido pic S9(9) COMP-4.
       01 nombre pic x(100).
       01 idArticulo binary-long.
       01 idArticuloSQL pic S9(9) COMP-4.
       01 cantidadSQL pic S9(9) COMP-4.
       01 albaranSQL pic x(50).
       01 ahoraSQL pic x(19).
       01 lineasPendientes pic S9(9) COMP-4.
       procedure division using by value idLinea as binary-long
                                         cantidad as binary-long
                                         lote as string
                                         caducidadSQL as string
                                         albaran as string
                                   returning exito as type Boolean.

           set exito to False.
           if cantidad <= 0 or lote::Trim()::Equals("")
               goback
           end-if

           set idLineaSQL to idLinea.
           set cantidadSQL to cantidad.
           set albaranSQL to albaran::Trim().
           set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           exec sql
               select pl.pedido_linea, pl.nombre_articulo_linea into :idPedido, :nombre
               from pedido_lineas as pl
               inner join pedidos_proveedor as p on (pl.pedido_linea = p.id_pedido)
               where pl.id_pedido_linea = :idLineaSQL
                 and p.estado_pedido in ('Enviado', 'Parcial')
           end-exec.

           if not SQLCODE = 0
               goback
           end-if

           set idArticulo to modeloInventario::RegistrarLote((nombre as string)::Trim(), lote, caducidadSQL).
           if idArticulo = 0
               goback
           end-if

           if not modeloInventario::RegistrarEntrada(idArticulo, cantidad,
               type String::Concat("Pedido #", idPedido::ToString(), " albarán ", albaran::Trim()))
               goback
           end-if

           set idArticuloSQL to idArticulo.

           exec sql
               insert into pedido_recepciones
                   (linea_recepcion, articulo_recepcion, cantidad_recepcion, albaran_recepcion, fecha_recepcion)
               values
                   (:idLineaSQL, :idArticuloSQL, :cantidadSQL, :albaranSQL, :ahoraSQL)
           end-exec.

           exec sql
               update pedido_lineas
               set cantidad_recibida_linea = cantidad_recibida_linea + :cantidadSQL
               where id_pedido_linea = :idLineaSQL
           end-exec.

           exec sql
               select count(*) into :lineasPendientes
               from pedido_lineas as pl
               where pl.pedido_linea = :idPedido
                 and pl.cantidad_recibida_linea < pl.cantidad_linea
           end-exec.

           if SQLCODE = 0 and lineasPendientes = 0
               exec sql
                   update pedidos_proveedor
                   set estado_pedido = 'Recibido'
                   where id_pedido = :idPedido
               end-exec
           else
               exec sql
                   update pedidos_proveedor
                   set estado_pedido = 'Parcial'
                   where id_pedido = :idPedido
               end-exec
           end-if

           exec sql
               commit
           end-exec.

           set exito to True.

       end method.

       *>
       *> DevuelveLineasPedido
       *>
       *> Devuelve las líneas de un pedido con lo pedido y lo recibido,
       *> para revisar el borrador o recibir la mercancía.
       *>
       *> Parámetros:
       *>     idPedido (int): Pedido a consultar
       *>
       *> Devuelve:
       *>     List[str]: "Línea #id - artículo: recibidas / pedidas"
       *>
       method-id DevuelveLineasPedido.
       local-storage section.
       01 idPedidoSQL pic S9(9) COMP-4.
       01 idLinea pic S9(9) COMP-4.
       01 nombre pic x(100).
       01 cantidad pic S9(9) COMP-4.
       01 recibida pic S9(9) COMP-4.
       procedure division using by value idPedido as binary-long
                                   returning lineas as List[string].

           set lineas to new List[string]().
           set idPedidoSQL to idPedido.

           exec sql
               declare lineasPedidoTbl cursor for
                   select pl.id_pedido_linea, pl.nombre_articulo_linea, pl.cantidad_linea, pl.cantidad_recibida_linea
                   from pedido_lineas as pl
                   where pl.pedido_linea = :idPedidoSQL
                   order by pl.id_pedido_linea
           end-exec.

           exec sql
               open lineasPedidoTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch lineasPedidoTbl into :idLinea, :nombre, :cantidad, :recibida
               end-exec
               if SQLCODE = 0
                   invoke lineas::Add(type String::Concat(
                       "Línea #", idLinea::ToString(), " - ", (nombre as string)::Trim(), ": ",
                       recibida::ToString(), " de ", cantidad::ToString(), " uds. recibidas"))
               end-if
           end-perform.

           exec sql
               close lineasPedidoTbl
           end-exec.

       end method.

       *>
       *> DevuelvePedidosPendientes
       *>
       *> Informe de pedidos abiertos: los borradores sin enviar y los
       *> enviados o recibidos en parte, con lo que falta por recibir
       *> y marcados como RETRASADO los que han pasado su fecha
       *> prevista de entrega.
       *>
       *> Devuelve:
       *>     List[str]: una línea por pedido abierto
       *>
       method-id DevuelvePedidosPendientes.
       local-storage section.
       01 hoySQL pic x(10).
       01 idPedido pic S9(9) COMP-4.
       01 nombreProveedor pic x(100).
       01 estado pic x(15).
       01 fechaPedido pic x(10).
       01 fechaPrevista pic x(10).
       01 unidadesPendientes pic S9(9) COMP-4.
       01 lineaInforme string.
       procedure division returning pedidos as List[string].

           set pedidos to new List[string]().
           set hoySQL to type DateTime::Now::ToString("yyyy-MM-dd").

           exec sql
               declare pedidosPendientesTbl cursor for
                   select p.id_pedido, pr.nombre_proveedor, p.estado_pedido, p.fecha_pedido,
                          coalesce(p.fecha_prevista_pedido, ''),
                          coalesce((select sum(pl.cantidad_linea - pl.cantidad_recibida_linea)
                                    from pedido_lineas as pl
                                    where pl.pedido_linea = p.id_pedido
                                      and pl.cantidad_linea > pl.cantidad_recibida_linea), 0)
                   from pedidos_proveedor as p
                   inner join proveedores as pr on (p.proveedor_pedido = pr.id_proveedor)
                   where p.estado_pedido in ('Borrador', 'Enviado', 'Parcial')
                   order by p.fecha_pedido asc, p.id_pedido asc
           end-exec.

           exec sql
               open pedidosPendientesTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch pedidosPendientesTbl into :idPedido, :nombreProveedor, :estado, :fechaPedido,
                                                   :fechaPrevista, :unidadesPendientes
               end-exec
               if SQLCODE = 0
                   set lineaInforme to type String::Concat(
                       "Pedido #", idPedido::ToString(), " - ", (nombreProveedor as string)::Trim(),
                       " - ", (estado as string)::Trim(), " desde ", (fechaPedido as string)::Trim(),
                       " - ", unidadesPendientes::ToString(), " uds. pendientes")
                   if not (fechaPrevista as string)::Trim()::Equals("")
                       set lineaInforme to type String::Concat(lineaInforme, " - prevista ",
                           (fechaPrevista as string)::Trim())
                       if (fechaPrevista as string)::Trim()::CompareTo(hoySQL) < 0
                           set lineaInforme to type String::Concat(lineaInforme, " - RETRASADO")
                       end-if
                   end-if
                   invoke pedidos::Add(lineaInforme)
               end-if
           end-perform.

           exec sql
               close pedidosPendientesTbl
           end-exec.

       end method.

       *>
       *> DevuelveRetrasosProveedor
       *>
       *> Informe de puntualidad por proveedor: pedidos enviados,
       *> pedidos entregados después de su fecha prevista (según la
       *> última recepción) y pedidos abiertos que ya la han pasado.
       *>
       *> Devuelve:
       *>     List[str]: una línea por proveedor con pedidos enviados
       *>
       method-id DevuelveRetrasosProveedor.
       local-storage section.
       01 hoySQL pic x(10).
       01 nombreProveedor pic x(100).
       01 enviados pic S9(9) COMP-4.
       01 entregadosTarde pic S9(9) COMP-4.
       01 abiertosTarde pic S9(9) COMP-4.
       procedure division returning informe as List[string].

           set informe to new List[string]().
           set hoySQL to type DateTime::Now::ToString("yyyy-MM-dd").

           exec sql
               declare retrasosProveedorTbl cursor for
                   select pr.nombre_proveedor, count(*),
                          sum(case when p.estado_pedido = 'Recibido'
                                    and (select max(substr(r.fecha_recepcion, 1, 10))
                                         from pedido_recepciones as r
                                         inner join pedido_lineas as pl on (r.linea_recepcion = pl.id_pedido_linea)
                                         where pl.pedido_linea = p.id_pedido) > p.fecha_prevista_pedido
                                   then 1 else 0 end),
                          sum(case when p.estado_pedido in ('Enviado', 'Parcial')
                                    and p.fecha_prevista_pedido < :hoySQL
                                   then 1 else 0 end)
                   from pedidos_proveedor as p
                   inner join proveedores as pr on (p.proveedor_pedido = pr.id_proveedor)
                   where p.estado_pedido in ('Enviado', 'Parcial', 'Recibido')
                   group by pr.id_proveedor, pr.nombre_proveedor
                   order by pr.nombre_proveedor asc
           end-exec.

           exec sql
               open retrasosProveedorTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch retrasosProveedorTbl into :nombreProveedor, :enviados, :entregadosTarde, :abiertosTarde
               end-exec
               if SQLCODE = 0
                   invoke informe::Add(type String::Concat(
                       (nombreProveedor as string)::Trim(), ": ", enviados::ToString(), " pedidos, ",
                       entregadosTarde::ToString(), " entregados con retraso, ",
                       abiertosTarde::ToString(), " abiertos fuera de plazo"))
               end-if
           end-perform.

           exec sql
               close retrasosProveedorTbl
           end-exec.

       end method.

       end class.
