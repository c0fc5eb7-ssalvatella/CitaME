       *> Clase de control de la vista de control de stock del
       *> botiquín y la nevera de vacunas (ver modelo Inventario):
       *> alta de artículos con lote y caducidad, entradas de pedidos,
       *> alertas de reposición y el informe de caducidades. También
       *> los proveedores y los pedidos de reposición: generación desde
       *> las alertas, envío por correo, recepción de la mercancía por
       *> líneas y seguimiento de pendientes y retrasos (ver modelo
       *> PedidoProveedor), las retiradas de lote con los pacientes
       *> afectados (ver modelo RetiradaLote) y la cadena de frío:
       *> neveras, lotes en cuarentena por una excursión de
       *> temperatura y el informe mensual (ver modelo NeveraVacunas).
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.vista.admin.AdminInventario is partial
                 inherits type System.Windows.Controls.Page.

       01 vtnPrincipal type CitaMe.vista.VentanaPrincipal.
       01 modeloInventario type CitaMe.modelo.Inventario.
       01 modeloPedido type CitaMe.modelo.PedidoProveedor.
       01 modeloRetirada type CitaMe.modelo.RetiradaLote.
       01 modeloNeveras type CitaMe.modelo.NeveraVacunas.
       01 articuloSeleccionado type CitaMe.modelo.Inventario.

       *> Días de antelación del informe de caducidades
           invoke self::InitializeComponent()
           set vtnPrincipal to type CitaMe.vista.VentanaPrincipal::DevuelveInstancia().
           set modeloInventario to new CitaMe.modelo.Inventario().
           set modeloPedido to new CitaMe.modelo.PedidoProveedor().
           set modeloRetirada to new CitaMe.modelo.RetiradaLote().
           set modeloNeveras to new CitaMe.modelo.NeveraVacunas().
           invoke RetiradaOrigen::Items::Add("Fabricante").
           invoke RetiradaOrigen::Items::Add("Autoridad").
           invoke ActualizarArticulos().
           goback.
       end method.
       *>
       *> ArticuloSeleccionado
       *>
       *> Habilita la entrada de stock y la asignación del proveedor
       *> habitual al seleccionar un artículo.
       *>
       method-id ArticuloSeleccionado final private.
       procedure division using by value sender as object e as type System.Windows.Controls.SelectionChangedEventArgs.
           set articuloSeleccionado to tablaInventario::SelectedItem as type CitaMe.modelo.Inventario.
           set BotonRegistrarEntrada::IsEnabled to not (articuloSeleccionado = null).
           set BotonAsignarProveedor::IsEnabled to not (articuloSeleccionado = null).
           set BotonAsignarNevera::IsEnabled to not (articuloSeleccionado = null).
           set BotonLiberarLote::IsEnabled to not (articuloSeleccionado = null).
           set BotonDescartarLote::IsEnabled to not (articuloSeleccionado = null).
           set BotonFijarCosteUnitario::IsEnabled to not (articuloSeleccionado = null).
           goback.
       end method.

           goback.
       end method.

       *>
       *> MostrarLista
       *>
       *> Muestra una lista de líneas de informe, o el aviso indicado
       *> si está vacía.
       *>
       method-id MostrarLista final private.
       procedure division using by value lineas as List[string]
                                         titulo as string
                                         avisoVacia as string.
           if lineas::Count = 0
               invoke type MessageBox::Show(avisoVacia, titulo, type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show(type String::Join(type Environment::NewLine, lineas), titulo, type MessageBoxButton::OK, type MessageBoxImage::Information)
           end-if
       end method.

       *>
       *> BotonRegistrarProveedor
       *>
       *> Da de alta el proveedor del formulario (ver modelo
       *> PedidoProveedor).
       *>
       method-id BotonRegistrarProveedor final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if ProveedorNombre::Text::Trim()::Equals("") or ProveedorCorreo::Text::Trim()::Equals("")
               or ProveedorPlazo::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Complete nombre, correo de pedidos y plazo de entrega del proveedor.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           if modeloPedido::RegistrarProveedor(ProveedorNombre::Text, ProveedorCorreo::Text, ProveedorTelefono::Text,
               type Int32::Parse(ProveedorPlazo::Text::Trim()))
               set ProveedorNombre::Text to ""
               set ProveedorCorreo::Text to ""
               set ProveedorTelefono::Text to ""
               set ProveedorPlazo::Text to ""
               invoke type MessageBox::Show("Proveedor registrado.", "Proveedores", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show("Ha ocurrido un error registrando el proveedor.", "Error - Base de datos", type MessageBoxButton::OK, type MessageBoxImage::Error)
           end-if
           goback.
       end method.

       *>
       *> BotonVerProveedores
       *>
       *> Muestra el maestro de proveedores.
       *>
       method-id BotonVerProveedores final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           invoke MostrarLista(modeloPedido::DevuelveProveedores(), "Proveedores", "No hay proveedores registrados.").
           goback.
       end method.

       *>
       *> BotonAsignarProveedor
       *>
       *> Fija el proveedor habitual (ProveedorId) del producto del
       *> artículo seleccionado, con su referencia de catálogo.
       *>
       method-id BotonAsignarProveedor final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if articuloSeleccionado = null
               goback
           end-if

           if ProveedorId::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique el proveedor habitual del artículo.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           if modeloPedido::AsignarProveedorArticulo(articuloSeleccionado::nombre_articulo,
               type Int32::Parse(ProveedorId::Text::Trim()), ProveedorReferencia::Text)
               set ProveedorReferencia::Text to ""
               invoke type MessageBox::Show("Proveedor habitual asignado.", "Proveedores", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show("Ha ocurrido un error asignando el proveedor.", "Error - Base de datos", type MessageBoxButton::OK, type MessageBoxImage::Error)
           end-if
           goback.
       end method.

       *>
       *> BotonGenerarPedidos
       *>
       *> Genera los pedidos en borrador de los productos bajo mínimo,
       *> con las cantidades sugeridas.
       *>
       method-id BotonGenerarPedidos final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           invoke MostrarLista(modeloPedido::GenerarPedidosReposicion(), "Pedidos de reposición",
               "No hay nada que pedir: ningún producto está bajo mínimo o ya está pedido.").
           goback.
       end method.

       *>
       *> BotonVerPedido
       *>
       *> Muestra las líneas del pedido PedidoId.
       *>
       method-id BotonVerPedido final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if PedidoId::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique el pedido.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           invoke MostrarLista(modeloPedido::DevuelveLineasPedido(type Int32::Parse(PedidoId::Text::Trim())),
               type String::Concat("Pedido #", PedidoId::Text::Trim()), "El pedido no existe o no tiene líneas.").
           goback.
       end method.

       *>
       *> BotonModificarLinea
       *>
       *> Ajusta la cantidad de una línea de un pedido en borrador (0
       *> la elimina).
       *>
       method-id BotonModificarLinea final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if PedidoLineaId::Text::Trim()::Equals("") or PedidoCantidad::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique la línea y la nueva cantidad.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           if modeloPedido::ModificarLineaPedido(type Int32::Parse(PedidoLineaId::Text::Trim()),
               type Int32::Parse(PedidoCantidad::Text::Trim()))
               set PedidoCantidad::Text to ""
               invoke type MessageBox::Show("Línea modificada.", "Pedidos de reposición", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show("Solo se pueden modificar líneas de pedidos en borrador.", "Pedidos de reposición", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           end-if
           goback.
       end method.

       *>
       *> BotonEnviarPedido
       *>
       *> Envía al proveedor por correo el pedido en borrador PedidoId.
       *>
       method-id BotonEnviarPedido final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if PedidoId::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique el pedido a enviar.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           if modeloPedido::EnviarPedido(type Int32::Parse(PedidoId::Text::Trim()))
               invoke type MessageBox::Show("Pedido enviado al proveedor.", "Pedidos de reposición", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show("No se ha podido enviar: el pedido no está en borrador, no tiene líneas o el proveedor no tiene correo.", "Pedidos de reposición", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           end-if
           goback.
       end method.

       *>
       *> BotonRecibirLinea
       *>
       *> Anota la entrega de la línea PedidoLineaId: unidades
       *> recibidas, lote y caducidad, y número de albarán.
       *>
       method-id BotonRecibirLinea final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if PedidoLineaId::Text::Trim()::Equals("") or PedidoCantidad::Text::Trim()::Equals("")
               or RecepcionLote::Text::Trim()::Equals("") or not RecepcionCaducidad::SelectedDate::HasValue
               invoke type MessageBox::Show("Indique la línea, las unidades recibidas, el lote y su caducidad.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           if modeloPedido::RecibirLinea(type Int32::Parse(PedidoLineaId::Text::Trim()),
               type Int32::Parse(PedidoCantidad::Text::Trim()), RecepcionLote::Text,
               RecepcionCaducidad::SelectedDate::Value::ToString("yyyy-MM-dd"), RecepcionAlbaran::Text)
               set PedidoCantidad::Text to ""
               set RecepcionLote::Text to ""
               invoke ActualizarArticulos()
               invoke type MessageBox::Show("Entrega registrada.", "Pedidos de reposición", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show("No se ha podido registrar: la línea no es de un pedido enviado o hubo un error.", "Pedidos de reposición", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           end-if
           goback.
       end method.

       *>
       *> BotonVerPedidosPendientes
       *>
       *> Muestra los pedidos abiertos, con los retrasados marcados.
       *>
       method-id BotonVerPedidosPendientes final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           invoke MostrarLista(modeloPedido::DevuelvePedidosPendientes(), "Pedidos pendientes", "No hay pedidos abiertos.").
           goback.
       end method.

       *>
       *> BotonVerRetrasosProveedor
       *>
       *> Muestra la puntualidad de entrega de cada proveedor.
       *>
       method-id BotonVerRetrasosProveedor final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           invoke MostrarLista(modeloPedido::DevuelveRetrasosProveedor(), "Retrasos de proveedores", "No hay pedidos enviados.").
           goback.
       end method.

       *>
       *> BotonIniciarRetirada
       *>
       *> Abre la retirada del lote indicado: lo bloquea, localiza a
       *> los pacientes que lo recibieron y les envía el aviso (ver
       *> modelo RetiradaLote).
       *>
       method-id BotonIniciarRetirada final private.
       local-storage section.
       01 idRetirada binary-long.
       01 accionConfirmada type MessageBoxResult.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if RetiradaLote::Text::Trim()::Equals("") or RetiradaOrigen::SelectedItem = null
               or RetiradaMotivo::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique el lote, quién ordena la retirada y el motivo.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set accionConfirmada to type MessageBox::Show(type String::Concat(
               "Va a bloquear el lote ", RetiradaLote::Text::Trim(),
               " y avisar a todos los pacientes que lo recibieron. ¿Continuar?"),
               "Confirmar retirada", type MessageBoxButton::YesNo, type MessageBoxImage::Warning).
           if not accionConfirmada::Equals(type MessageBoxResult::Yes)
               goback
           end-if

           set idRetirada to modeloRetirada::IniciarRetirada(RetiradaLote::Text, RetiradaOrigen::SelectedItem::ToString(), RetiradaMotivo::Text).
           if idRetirada = 0
               invoke type MessageBox::Show("No se ha podido abrir la retirada: el lote ya tiene una retirada abierta o hubo un error.", "Retirada de lote", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set RetiradaId::Text to idRetirada::ToString().
           set RetiradaLote::Text to "".
           set RetiradaMotivo::Text to "".
           invoke ActualizarArticulos().
           invoke MostrarLista(modeloRetirada::DevuelveAfectados(idRetirada),
               type String::Concat("Retirada #", idRetirada::ToString(), " - pacientes afectados"),
               "Lote bloqueado. Ningún paciente ha recibido este lote.").
           goback.
       end method.

       *>
       *> BotonVerRetiradas
       *>
       *> Muestra las retiradas de lote registradas.
       *>
       method-id BotonVerRetiradas final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           invoke MostrarLista(modeloRetirada::DevuelveRetiradas(), "Retiradas de lote", "No hay retiradas de lote registradas.").
           goback.
       end method.

       *>
       *> BotonVerAfectados
       *>
       *> Muestra los pacientes afectados por la retirada RetiradaId.
       *>
       method-id BotonVerAfectados final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if RetiradaId::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique la retirada.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           invoke MostrarLista(modeloRetirada::DevuelveAfectados(type Int32::Parse(RetiradaId::Text::Trim())),
               "Pacientes afectados", "Ningún paciente ha recibido ese lote.").
           goback.
       end method.

       *>
       *> BotonCerrarRetirada
       *>
       *> Cierra la retirada RetiradaId con las actuaciones realizadas
       *> y abre el acta de cierre para el inspector.
       *>
       method-id BotonCerrarRetirada final private.
       local-storage section.
       01 rutaActa string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if RetiradaId::Text::Trim()::Equals("") or RetiradaActuaciones::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique la retirada y las actuaciones realizadas.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set rutaActa to modeloRetirada::CerrarRetirada(type Int32::Parse(RetiradaId::Text::Trim()), RetiradaActuaciones::Text).
           if rutaActa::Equals("")
               invoke type MessageBox::Show("Esa retirada no existe o ya está cerrada.", "Retirada de lote", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set RetiradaId::Text to "".
           set RetiradaActuaciones::Text to "".
           invoke type System.Diagnostics.Process::Start(rutaActa).
           goback.
       end method.

       *>
       *> BotonRegistrarNevera
       *>
       *> Da de alta la nevera del formulario con sus límites de
       *> temperatura en grados (ver modelo NeveraVacunas).
       *>
       method-id BotonRegistrarNevera final private.
       local-storage section.
       01 minima binary-long.
       01 maxima binary-long.
       01 idNevera binary-long.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if NeveraNombre::Text::Trim()::Equals("") or NeveraMinima::Text::Trim()::Equals("")
               or NeveraMaxima::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Complete el nombre de la nevera y sus temperaturas mínima y máxima.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           try
               set minima to modeloNeveras::DecimasDeGrados(NeveraMinima::Text)
               set maxima to modeloNeveras::DecimasDeGrados(NeveraMaxima::Text)
           catch ex as type System.Exception
               invoke type MessageBox::Show("Las temperaturas deben ser numéricas (p.ej. 2 y 8).", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-try

           if minima >= maxima
               invoke type MessageBox::Show("La temperatura mínima debe ser menor que la máxima.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set idNevera to modeloNeveras::RegistrarNevera(NeveraNombre::Text, minima, maxima).
           if idNevera = 0
               invoke type MessageBox::Show("Ha ocurrido un error registrando la nevera.", "Error - Base de datos", type MessageBoxButton::OK, type MessageBoxImage::Error)
               goback
           end-if

           set NeveraNombre::Text to "".
           set NeveraMinima::Text to "".
           set NeveraMaxima::Text to "".
           set NeveraId::Text to idNevera::ToString().
           invoke type MessageBox::Show(type String::Concat("Nevera #", idNevera::ToString(), " registrada."), "Cadena de frío", type MessageBoxButton::OK, type MessageBoxImage::Information)
           goback.
       end method.

       *>
       *> BotonVerNeveras
       *>
       *> Muestra las neveras con sus límites y la última lectura.
       *>
       method-id BotonVerNeveras final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           invoke MostrarLista(modeloNeveras::DevuelveNeveras(), "Neveras de vacunas", "No hay neveras registradas.").
           goback.
       end method.

       *>
       *> BotonAsignarNevera
       *>
       *> Anota en qué nevera (NeveraId, 0 para el botiquín) se guarda
       *> el artículo seleccionado.
       *>
       method-id BotonAsignarNevera final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if articuloSeleccionado = null
               goback
           end-if

           if NeveraId::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique la nevera del artículo (0 para el botiquín).", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           if modeloInventario::AsignarNevera(articuloSeleccionado::id_articulo, type Int32::Parse(NeveraId::Text::Trim()))
               invoke type MessageBox::Show("Nevera asignada.", "Cadena de frío", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show("Ha ocurrido un error asignando la nevera.", "Error - Base de datos", type MessageBoxButton::OK, type MessageBoxImage::Error)
           end-if
           goback.
       end method.

       *>
       *> BotonFijarCosteUnitario
       *>
       *> Anota el coste unitario de compra del artículo seleccionado,
       *> con el que se valora el material dispensado en el informe de
       *> márgenes (ver Inventario::FijarCosteUnitario).
       *>
       method-id BotonFijarCosteUnitario final private.
       local-storage section.
       01 partes type System.String occurs any.
       01 costeCentimos binary-long.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if articuloSeleccionado = null
               goback
           end-if

           if CosteUnitario::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique el coste unitario del artículo.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set partes to CosteUnitario::Text::Trim()::Replace(".", ",")::Split(",").
           set costeCentimos to type Int32::Parse(partes[0]) * 100.
           if partes::Length > 1 and not partes[1]::Trim()::Equals("")
               set costeCentimos to costeCentimos + type Int32::Parse(partes[1]::PadRight(2, '0')::Substring(0, 2))
           end-if

           if modeloInventario::FijarCosteUnitario(articuloSeleccionado::id_articulo, costeCentimos)
               set CosteUnitario::Text to ""
               invoke type MessageBox::Show("Coste unitario guardado.", "Inventario", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show("Ha ocurrido un error guardando el coste unitario.", "Error - Base de datos", type MessageBoxButton::OK, type MessageBoxImage::Error)
           end-if
           goback.
       end method.

       *>
       *> BotonLiberarLote
       *>
       *> Libera el artículo seleccionado, en cuarentena por una
       *> excursión de temperatura, con la justificación de farmacia.
       *>
       method-id BotonLiberarLote final private.
       local-storage section.
       01 accionConfirmada type MessageBoxResult.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if articuloSeleccionado = null
               goback
           end-if

           if CuarentenaObservaciones::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique la justificación de la liberación.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set accionConfirmada to type MessageBox::Show(type String::Concat("¿Liberar el lote ", articuloSeleccionado::lote_articulo,
               " de ", articuloSeleccionado::nombre_articulo, " para su uso?"), "Cadena de frío", type MessageBoxButton::YesNo, type MessageBoxImage::Question).
           if not accionConfirmada::Equals(type MessageBoxResult::Yes)
               goback
           end-if

           if modeloNeveras::LiberarLote(articuloSeleccionado::id_articulo, type CitaMe.vista.Login::idUsuario,
               CuarentenaObservaciones::Text)
               set CuarentenaObservaciones::Text to ""
               invoke ActualizarArticulos()
           else
               invoke type MessageBox::Show("El artículo no está pendiente de resolución en ninguna cuarentena.", "Cadena de frío", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           end-if
           goback.
       end method.

       *>
       *> BotonDescartarLote
       *>
       *> Descarta el artículo seleccionado, en cuarentena por una
       *> excursión de temperatura, dando de baja su stock.
       *>
       method-id BotonDescartarLote final private.
       local-storage section.
       01 accionConfirmada type MessageBoxResult.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if articuloSeleccionado = null
               goback
           end-if

           if CuarentenaObservaciones::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique el motivo del descarte.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set accionConfirmada to type MessageBox::Show(type String::Concat("¿Descartar el lote ", articuloSeleccionado::lote_articulo,
               " de ", articuloSeleccionado::nombre_articulo, " y dar de baja su stock?"), "Cadena de frío", type MessageBoxButton::YesNo, type MessageBoxImage::Question).
           if not accionConfirmada::Equals(type MessageBoxResult::Yes)
               goback
           end-if

           if modeloNeveras::DescartarLote(articuloSeleccionado::id_articulo, type CitaMe.vista.Login::idUsuario,
               CuarentenaObservaciones::Text)
               set CuarentenaObservaciones::Text to ""
               invoke ActualizarArticulos()
           else
               invoke type MessageBox::Show("El artículo no está pendiente de resolución en ninguna cuarentena.", "Cadena de frío", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           end-if
           goback.
       end method.

       *>
       *> BotonVerCuarentena
       *>
       *> Muestra los lotes en cuarentena pendientes de resolución.
       *>
       method-id BotonVerCuarentena final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           invoke MostrarLista(modeloNeveras::DevuelveCuarentena(), "Lotes en cuarentena", "No hay lotes en cuarentena.").
           goback.
       end method.

       *>
       *> BotonInformeFrio
       *>
       *> Genera y abre el informe de la cadena de frío del mes
       *> indicado ("yyyy-MM"; por defecto, el mes anterior).
       *>
       method-id BotonInformeFrio final private.
       local-storage section.
       01 mesInforme string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set mesInforme to MesInformeFrio::Text::Trim().
           if mesInforme::Equals("")
               set mesInforme to type DateTime::Now::AddMonths(-1)::ToString("yyyy-MM")
           end-if

           invoke type System.Diagnostics.Process::Start(modeloNeveras::GenerarInformeMensual(mesInforme)).
           goback.
       end method.

       *>
       *> BotonIrInicio
       *>
