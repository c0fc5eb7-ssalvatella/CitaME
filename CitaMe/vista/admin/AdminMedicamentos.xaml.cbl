       *> de especialidades. Muestra además cuántas recetas se han
       *> emitido de cada medicamento.
       *>
       *> Desde aquí se lleva también el libro de estupefacientes de
       *> los medicamentos controlados (ver modelo
       *> LibroEstupefacientes): entradas, administraciones contra
       *> receta, bajas, recuentos con su firma y la impresión del
       *> libro oficial. El responsable de cada asiento es el usuario
       *> que ha iniciado sesión.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.vista.admin.AdminMedicamentos is partial
                 inherits type System.Windows.Controls.Page.

       01 vtnPrincipal type CitaMe.vista.VentanaPrincipal.
       01 modeloMedicamento type CitaMe.modelo.Medicamento.
       01 modeloLibro type CitaMe.modelo.LibroEstupefacientes.
       01 modeloReceta type CitaMe.modelo.Receta.

       method-id NEW.
       procedure division.
           invoke self::InitializeComponent()
           set vtnPrincipal to type CitaMe.vista.VentanaPrincipal::DevuelveInstancia().
           set modeloMedicamento to new CitaMe.modelo.Medicamento().
           set modeloLibro to new CitaMe.modelo.LibroEstupefacientes().
           set modeloReceta to new CitaMe.modelo.Receta().
           invoke ActualizarMedicamentos().
           goback.
       end method.
               goback
           end-if

           if not modeloMedicamento::EliminarMedicamento(medicamentoSeleccionado::id_medicamento)
               invoke type MessageBox::Show("No se ha podido dar de baja: el medicamento tiene asientos en el libro de estupefacientes o ha ocurrido un error.", "Error - Base de datos", type MessageBoxButton::OK, type MessageBoxImage::Error)
           end-if
           invoke ActualizarMedicamentos().
           goback.
       end method.

       *>
       *> DevuelveControladoSeleccionado
       *>
       *> Medicamento controlado seleccionado en la tabla, o null (con
       *> el aviso correspondiente) si no hay selección o no es
       *> controlado.
       *>
       method-id DevuelveControladoSeleccionado final private.
       local-storage section.
       01 medicamentoSeleccionado type CitaMe.modelo.Medicamento.
       procedure division returning controlado as type CitaMe.modelo.Medicamento.
           set controlado to null.
           set medicamentoSeleccionado to tablaMedicamentos::SelectedItem as type CitaMe.modelo.Medicamento.
           if medicamentoSeleccionado = null
               invoke type MessageBox::Show("Seleccione en la tabla el medicamento controlado.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if
           if not medicamentoSeleccionado::controlado_medicamento = 1
               invoke type MessageBox::Show("El medicamento seleccionado no está marcado como controlado.", "Libro de estupefacientes", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if
           set controlado to medicamentoSeleccionado.
       end method.

       *>
       *> BotonMarcarControlado
       *>
       *> Marca el medicamento seleccionado como sustancia controlada.
       *>
       method-id BotonMarcarControlado final private.
       local-storage section.
       01 medicamentoSeleccionado type CitaMe.modelo.Medicamento.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set medicamentoSeleccionado to tablaMedicamentos::SelectedItem as type CitaMe.modelo.Medicamento.
           if medicamentoSeleccionado = null
               goback
           end-if

           if modeloMedicamento::MarcarControlado(medicamentoSeleccionado::id_medicamento, True)
               invoke ActualizarMedicamentos()
           else
               invoke type MessageBox::Show("Ha ocurrido un error marcando el medicamento.", "Error - Base de datos", type MessageBoxButton::OK, type MessageBoxImage::Error)
           end-if
           goback.
       end method.

       *>
       *> BotonDesmarcarControlado
       *>
       *> Quita la marca de sustancia controlada al medicamento
       *> seleccionado; no se permite mientras le quede saldo.
       *>
       method-id BotonDesmarcarControlado final private.
       local-storage section.
       01 medicamentoSeleccionado type CitaMe.modelo.Medicamento.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set medicamentoSeleccionado to tablaMedicamentos::SelectedItem as type CitaMe.modelo.Medicamento.
           if medicamentoSeleccionado = null
               goback
           end-if

           if modeloMedicamento::MarcarControlado(medicamentoSeleccionado::id_medicamento, False)
               invoke ActualizarMedicamentos()
           else
               invoke type MessageBox::Show("No se puede quitar la marca: el medicamento tiene existencias en el libro de estupefacientes.", "Libro de estupefacientes", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           end-if
           goback.
       end method.

       *>
       *> MostrarAsiento
       *>
       *> Avisa del resultado de un asiento del libro y limpia el
       *> formulario si se ha registrado.
       *>
       method-id MostrarAsiento final private.
       procedure division using by value numeroAsiento as binary-long
                                         idMedicamento as binary-long.
           if numeroAsiento = 0
               invoke type MessageBox::Show("Asiento rechazado: compruebe los datos y que las existencias del libro no queden en negativo.", "Libro de estupefacientes", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set ControladoCantidad::Text to "".
           set ControladoDocumento::Text to "".
           set ControladoMotivo::Text to "".
           set ControladoVerificacion::Text to "".
           invoke type MessageBox::Show(type String::Concat("Asiento nº ", numeroAsiento::ToString(),
               " registrado. Existencias: ", modeloLibro::DevuelveSaldo(idMedicamento)::ToString()),
               "Libro de estupefacientes", type MessageBoxButton::OK, type MessageBoxImage::Information)
       end method.

       *>
       *> BotonEntradaControlado
       *>
       *> Asienta la entrada de unidades del medicamento controlado
       *> seleccionado, con su albarán o vale.
       *>
       method-id BotonEntradaControlado final private.
       local-storage section.
       01 controlado type CitaMe.modelo.Medicamento.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set controlado to DevuelveControladoSeleccionado().
           if controlado = null
               goback
           end-if

           if ControladoCantidad::Text::Trim()::Equals("") or ControladoDocumento::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique las unidades recibidas y el albarán o vale.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           invoke MostrarAsiento(modeloLibro::RegistrarEntrada(controlado::id_medicamento,
               type Int32::Parse(ControladoCantidad::Text::Trim()), type CitaMe.vista.Login::idUsuario,
               ControladoDocumento::Text), controlado::id_medicamento).
           goback.
       end method.

       *>
       *> BotonAdministrarControlado
       *>
       *> Asienta la administración desde el botiquín contra la receta
       *> con el número de verificación indicado.
       *>
       method-id BotonAdministrarControlado final private.
       local-storage section.
       01 receta type CitaMe.modelo.Receta.
       01 numeroAsiento binary-long.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if ControladoVerificacion::Text::Trim()::Equals("") or ControladoCantidad::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique el número de verificación de la receta y las unidades administradas.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set receta to modeloReceta::DevuelveRecetaPorVerificacion(ControladoVerificacion::Text).
           if receta = null
               invoke type MessageBox::Show("No existe ninguna receta con ese número de verificación.", "Libro de estupefacientes", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set numeroAsiento to modeloLibro::RegistrarAdministracion(receta::id_receta,
               type Int32::Parse(ControladoCantidad::Text::Trim()), type CitaMe.vista.Login::idUsuario).
           if numeroAsiento = 0
               invoke type MessageBox::Show("Asiento rechazado: la receta no es de un medicamento controlado del catálogo o no hay existencias suficientes.", "Libro de estupefacientes", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set ControladoVerificacion::Text to "".
           set ControladoCantidad::Text to "".
           invoke type MessageBox::Show(type String::Concat("Administración registrada en el asiento nº ", numeroAsiento::ToString(), "."),
               "Libro de estupefacientes", type MessageBoxButton::OK, type MessageBoxImage::Information).
           goback.
       end method.

       *>
       *> BotonBajaControlado
       *>
       *> Asienta la baja de unidades del medicamento controlado
       *> seleccionado (caducadas, rotas, destruidas...) con su
       *> motivo.
       *>
       method-id BotonBajaControlado final private.
       local-storage section.
       01 controlado type CitaMe.modelo.Medicamento.
       01 accionConfirmada type MessageBoxResult.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set controlado to DevuelveControladoSeleccionado().
           if controlado = null
               goback
           end-if

           if ControladoCantidad::Text::Trim()::Equals("") or ControladoMotivo::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique las unidades y el motivo de la baja.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set accionConfirmada to type MessageBox::Show(type String::Concat("¿Dar de baja ", ControladoCantidad::Text::Trim(),
               " unidades de ", controlado::nombre_medicamento, " en el libro de estupefacientes?"), "Libro de estupefacientes", type MessageBoxButton::YesNo, type MessageBoxImage::Question).
           if not accionConfirmada::Equals(type MessageBoxResult::Yes)
               goback
           end-if

           invoke MostrarAsiento(modeloLibro::RegistrarBaja(controlado::id_medicamento,
               type Int32::Parse(ControladoCantidad::Text::Trim()), type CitaMe.vista.Login::idUsuario,
               ControladoDocumento::Text, ControladoMotivo::Text), controlado::id_medicamento).
           goback.
       end method.

       *>
       *> BotonRecuentoControlado
       *>
       *> Anota el recuento físico del medicamento controlado
       *> seleccionado, pendiente de la firma de otro usuario.
       *>
       method-id BotonRecuentoControlado final private.
       local-storage section.
       01 controlado type CitaMe.modelo.Medicamento.
       01 idRecuento binary-long.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set controlado to DevuelveControladoSeleccionado().
           if controlado = null
               goback
           end-if

           if ControladoContado::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique las unidades contadas.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set idRecuento to modeloLibro::RegistrarRecuento(controlado::id_medicamento,
               type Int32::Parse(ControladoContado::Text::Trim()), type CitaMe.vista.Login::idUsuario).
           if idRecuento = 0
               invoke type MessageBox::Show("No se ha podido anotar el recuento: el medicamento ya tiene un recuento pendiente de firma.", "Libro de estupefacientes", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set ControladoContado::Text to "".
           set RecuentoId::Text to idRecuento::ToString().
           invoke type MessageBox::Show(type String::Concat("Recuento #", idRecuento::ToString(),
               " anotado. Debe firmarlo otro usuario."), "Libro de estupefacientes", type MessageBoxButton::OK, type MessageBoxImage::Information).
           goback.
       end method.

       *>
       *> BotonFirmarRecuento
       *>
       *> Firma el recuento RecuentoId con el usuario de la sesión; una
       *> diferencia con el libro exige su explicación (ControladoMotivo)
       *> y se asienta como ajuste.
       *>
       method-id BotonFirmarRecuento final private.
       local-storage section.
       01 motivoRechazo string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if RecuentoId::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique el recuento a firmar.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set motivoRechazo to modeloLibro::FirmarRecuento(type Int32::Parse(RecuentoId::Text::Trim()),
               type CitaMe.vista.Login::idUsuario, ControladoMotivo::Text).

           if motivoRechazo::Equals("")
               set RecuentoId::Text to ""
               set ControladoMotivo::Text to ""
               invoke type MessageBox::Show("Recuento firmado.", "Libro de estupefacientes", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show(motivoRechazo, "Libro de estupefacientes", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           end-if
           goback.
       end method.

       *>
       *> BotonVerRecuentos
       *>
       *> Muestra los recuentos del medicamento controlado
       *> seleccionado.
       *>
       method-id BotonVerRecuentos final private.
       local-storage section.
       01 controlado type CitaMe.modelo.Medicamento.
       01 recuentos List[string].
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set controlado to DevuelveControladoSeleccionado().
           if controlado = null
               goback
           end-if

           set recuentos to modeloLibro::DevuelveRecuentos(controlado::id_medicamento).
           if recuentos::Count = 0
               invoke type MessageBox::Show("El medicamento no tiene recuentos.", "Recuentos", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show(type String::Join(type Environment::NewLine, recuentos), "Recuentos", type MessageBoxButton::OK, type MessageBoxImage::Information)
           end-if
           goback.
       end method.

       *>
       *> BotonImprimirLibro
       *>
       *> Genera y abre la hoja del libro oficial del medicamento
       *> controlado seleccionado entre las fechas indicadas (por
       *> defecto, el año en curso hasta hoy).
       *>
       method-id BotonImprimirLibro final private.
       local-storage section.
       01 controlado type CitaMe.modelo.Medicamento.
       01 desdeSQL string.
       01 hastaSQL string.
       01 rutaLibro string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set controlado to DevuelveControladoSeleccionado().
           if controlado = null
               goback
           end-if

           if LibroDesde::SelectedDate::HasValue
               set desdeSQL to LibroDesde::SelectedDate::Value::ToString("yyyy-MM-dd")
           else
               set desdeSQL to type DateTime::Now::ToString("yyyy-01-01")
           end-if
           if LibroHasta::SelectedDate::HasValue
               set hastaSQL to LibroHasta::SelectedDate::Value::ToString("yyyy-MM-dd")
           else
               set hastaSQL to type DateTime::Now::ToString("yyyy-MM-dd")
           end-if

           set rutaLibro to modeloLibro::ImprimirLibro(controlado::id_medicamento, desdeSQL, hastaSQL).
           if not rutaLibro::Equals("")
               invoke type System.Diagnostics.Process::Start(rutaLibro)
           end-if
           goback.
       end method.

       *>
       *> BotonIrInicio
       *>
