       *> por especialidad y tipo de cita, facturas emitidas del día con
       *> su estado de cobro, y el parte de caja diario que el mostrador
       *> cuadra contra las completadas de la reconciliación diaria.
       *> También los anticipos de los pacientes privados, sus
       *> reembolsos y el paso a crédito de una factura cobrada de una
       *> cita cancelada (ver modelo Anticipo). La política de cargos
       *> por cancelación tardía y no presentado, con la revisión y
       *> anulación de esos cargos, y la importación del extracto
       *> bancario Norma 43 con la revisión de los movimientos que no
       *> se han casado solos (ver modelo ConciliacionBancaria). De las
       *> facturas mensuales de aseguradora, las glosas (líneas
       *> rechazadas) y su resolución, los cobros parciales y la tasa
       *> de rechazo por aseguradora y motivo (ver modelo Mutua).
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.vista.admin.AdminFacturacion is partial
                 inherits type System.Windows.Controls.Page.
       01 modeloAutorizacion type CitaMe.modelo.Autorizacion.
       01 modeloDomiciliacion type CitaMe.modelo.Domiciliacion.
       01 modeloImpagos type CitaMe.modelo.Impagos.
       01 modeloContabilidad type CitaMe.modelo.Contabilidad.
       01 modeloAnticipo type CitaMe.modelo.Anticipo.
       01 modeloConciliacion type CitaMe.modelo.ConciliacionBancaria.
       01 facturaSeleccionada type CitaMe.modelo.Factura.

       method-id NEW.
           set modeloAutorizacion to new CitaMe.modelo.Autorizacion().
           set modeloDomiciliacion to new CitaMe.modelo.Domiciliacion().
           set modeloImpagos to new CitaMe.modelo.Impagos().
           set modeloContabilidad to new CitaMe.modelo.Contabilidad().
           set modeloAnticipo to new CitaMe.modelo.Anticipo().
           set modeloConciliacion to new CitaMe.modelo.ConciliacionBancaria().

           set especialidades to modeloMedico::DevuelveEspecialidades().
           perform varying especialidad as string through especialidades
           invoke TarifaTipoCita::Items::Add("Seguimiento").
           invoke TarifaTipoCita::Items::Add("Urgencia").
           invoke TarifaTipoCita::Items::Add("Interconsulta").
           invoke TarifaConceptoFamilia::Items::Add("Prueba").
           invoke TarifaConceptoFamilia::Items::Add("Material").
           invoke TarifaConceptoFamilia::Items::Add("Enfermeria").
           invoke MovimientoTipo::Items::Add("Factura").
           invoke MovimientoTipo::Items::Add("FacturaMutua").
           invoke MovimientoTipo::Items::Add("Remesa").
           invoke MovimientoTipo::Items::Add("Devolucion").
           invoke GlosaMotivo::Items::Add("Autorizacion").
           invoke GlosaMotivo::Items::Add("Duplicado").
           invoke GlosaMotivo::Items::Add("NoCubierto").
           invoke GlosaMotivo::Items::Add("Otro").

           set fechaCaja::SelectedDate to type System.DateTime::Now.
           invoke ActualizarTarifas().
           goback.
       end method.

       *>
       *> BotonGuardarTarifaConcepto
       *>
       *> Fija el precio de un concepto de línea de factura (una
       *> prueba, un artículo del inventario o un tipo de orden de
       *> enfermería, por su nombre) en la lista de precios. Mismo
       *> formato de importe que BotonGuardarTarifa.
       *>
       method-id BotonGuardarTarifaConcepto final private.
       local-storage section.
       01 partes type System.String occurs any.
       01 importeCentimos binary-long.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.

           if TarifaConceptoFamilia::SelectedItem = null or TarifaConceptoNombre::Text::Trim()::Equals("")
               or TarifaConceptoImporte::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Seleccione la familia e indique el nombre del concepto y el importe.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set partes to TarifaConceptoImporte::Text::Trim()::Replace(".", ",")::Split(",").
           set importeCentimos to type Int32::Parse(partes[0]) * 100.
           if partes::Length > 1 and not partes[1]::Trim()::Equals("")
               set importeCentimos to importeCentimos + type Int32::Parse(partes[1]::PadRight(2, '0')::Substring(0, 2))
           end-if

           if modeloFactura::ConfigurarTarifa(TarifaConceptoFamilia::SelectedItem::ToString(),
               TarifaConceptoNombre::Text::Trim(), importeCentimos)
               set TarifaConceptoNombre::Text to ""
               set TarifaConceptoImporte::Text to ""
               invoke ActualizarTarifas()
               invoke type MessageBox::Show("Precio del concepto guardado con éxito.", "Tarifa guardada", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show("Ha ocurrido un error al guardar la tarifa.", "Error - Base de datos", type MessageBoxButton::OK, type MessageBoxImage::Error)
           end-if
           goback.
       end method.

       *>
       *> ActualizarFacturas
       *>
           set facturaSeleccionada to tablaFacturas::SelectedItem as type CitaMe.modelo.Factura.
           set BotonMarcarPagada::IsEnabled to not (facturaSeleccionada = null).
           set BotonRectificarFactura::IsEnabled to not (facturaSeleccionada = null).
           set BotonImprimirFactura::IsEnabled to not (facturaSeleccionada = null).
           set BotonPasarACredito::IsEnabled to not (facturaSeleccionada = null).
           set BotonAnularCargo::IsEnabled to not (facturaSeleccionada = null).

           goback.
       end method.

       *>
       *> BotonImprimirFactura
       *>
       *> Genera el documento imprimible de la factura seleccionada
       *> con sus líneas de detalle (ver
       *> Factura::GenerarDocumentoFactura), igual que el justificante
       *> de asistencia de recepción.
       *>
       method-id BotonImprimirFactura final private.
       local-storage section.
       01 documento string.
       01 carpetaFacturas string.
       01 rutaArchivo string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if facturaSeleccionada = null
               invoke type MessageBox::Show("Seleccione la factura a imprimir.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set documento to modeloFactura::GenerarDocumentoFactura(facturaSeleccionada::id_factura).
           if documento::Equals("")
               invoke type MessageBox::Show("No se ha encontrado la factura.", "Error - Base de datos", type MessageBoxButton::OK, type MessageBoxImage::Error)
               goback
           end-if

           set carpetaFacturas to type String::Concat(type AppDomain::CurrentDomain::BaseDirectory, "facturas").
           if not type System.IO.Directory::Exists(carpetaFacturas)
               invoke type System.IO.Directory::CreateDirectory(carpetaFacturas)
           end-if

           set rutaArchivo to type String::Concat(carpetaFacturas, "\factura_",
               facturaSeleccionada::numero_legal_factura, "_",
               type DateTime::Now::ToString("yyyyMMddHHmmss"), ".txt").
           invoke type System.IO.File::WriteAllText(rutaArchivo, documento).

           invoke type System.Diagnostics.Process::Start(rutaArchivo).
           goback.
       end method.

           goback.
       end method.

       *>
       *> MetodoAnticipoSeleccionado
       *>
       *> Forma de pago elegida para un anticipo o un reembolso
       *> (combo: Efectivo índice 0, Tarjeta 1, Transferencia 2, como
       *> el de los cobros).
       *>
       method-id MetodoAnticipoSeleccionado final private.
       procedure division returning metodo as string.
           evaluate MetodoAnticipo::SelectedIndex
               when 1
                   set metodo to "Tarjeta"
               when 2
                   set metodo to "Transferencia"
               when other
                   set metodo to "Efectivo"
           end-evaluate
       end method.

       *>
       *> BotonRegistrarAnticipo
       *>
       *> Registra un cobro por adelantado del paciente con el DNI
       *> indicado, que queda como saldo a favor y se consume al
       *> facturar sus citas (ver Anticipo::RegistrarAnticipo).
       *>
       method-id BotonRegistrarAnticipo final private.
       local-storage section.
       01 idPaciente binary-long.
       01 metodo string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if AnticipoDni::Text::Trim()::Equals("") or ImporteAnticipo::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique el DNI del paciente y el importe en céntimos.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set idPaciente to modeloAnticipo::DevuelvePacientePorDni(AnticipoDni::Text).
           if idPaciente = 0
               invoke type MessageBox::Show("No hay ningún paciente con ese DNI.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set metodo to MetodoAnticipoSeleccionado().
           if metodo::Equals("Tarjeta") and ReferenciaTpvAnticipo::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Un cobro con tarjeta necesita la referencia de la operación del TPV.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           if modeloAnticipo::RegistrarAnticipo(idPaciente, metodo, ReferenciaTpvAnticipo::Text,
               type Int32::Parse(ImporteAnticipo::Text))
               set ImporteAnticipo::Text to ""
               set ReferenciaTpvAnticipo::Text to ""
               invoke type MessageBox::Show("Anticipo registrado.", "Anticipo registrado", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show("Ha ocurrido un error registrando el anticipo.", "Error - Base de datos", type MessageBoxButton::OK, type MessageBoxImage::Error)
           end-if
           goback.
       end method.

       *>
       *> BotonRegistrarReembolso
       *>
       *> Devuelve al paciente con el DNI indicado parte de su saldo a
       *> favor, con la forma de pago y la referencia del TPV de la
       *> devolución (ver Anticipo::RegistrarReembolso).
       *>
       method-id BotonRegistrarReembolso final private.
       local-storage section.
       01 idPaciente binary-long.
       01 metodo string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if AnticipoDni::Text::Trim()::Equals("") or ImporteAnticipo::Text::Trim()::Equals("")
               or MotivoReembolso::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique el DNI del paciente, el importe en céntimos y el motivo del reembolso.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set idPaciente to modeloAnticipo::DevuelvePacientePorDni(AnticipoDni::Text).
           if idPaciente = 0
               invoke type MessageBox::Show("No hay ningún paciente con ese DNI.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set metodo to MetodoAnticipoSeleccionado().
           if metodo::Equals("Tarjeta") and ReferenciaTpvAnticipo::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Un reembolso con tarjeta necesita la referencia de la operación del TPV.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           if modeloAnticipo::RegistrarReembolso(idPaciente, metodo, ReferenciaTpvAnticipo::Text,
               type Int32::Parse(ImporteAnticipo::Text), MotivoReembolso::Text)
               set ImporteAnticipo::Text to ""
               set ReferenciaTpvAnticipo::Text to ""
               set MotivoReembolso::Text to ""
               invoke type MessageBox::Show("Reembolso registrado.", "Reembolso registrado", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show("No se ha podido registrar el reembolso: supera el saldo a favor del paciente.", "Reembolso", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           end-if
           goback.
       end method.

       *>
       *> BotonVerSaldoAnticipo
       *>
       *> Muestra el saldo a favor del paciente con el DNI indicado y
       *> sus movimientos.
       *>
       method-id BotonVerSaldoAnticipo final private.
       local-storage section.
       01 idPaciente binary-long.
       01 movimientos List[string].
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set idPaciente to modeloAnticipo::DevuelvePacientePorDni(AnticipoDni::Text).
           if idPaciente = 0
               invoke type MessageBox::Show("No hay ningún paciente con ese DNI.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set movimientos to modeloAnticipo::DevuelveMovimientos(idPaciente).
           invoke type MessageBox::Show(type String::Join(type Environment::NewLine, movimientos), "Saldo a favor", type MessageBoxButton::OK, type MessageBoxImage::Information).
           goback.
       end method.

       *>
       *> BotonPasarACredito
       *>
       *> Para una cita cancelada ya cobrada: rectifica la factura
       *> seleccionada y deja lo cobrado como saldo a favor del
       *> paciente (ver Anticipo::PasarFacturaACredito). Usa el motivo
       *> de la rectificación.
       *>
       method-id BotonPasarACredito final private.
       local-storage section.
       01 accionConfirmada type MessageBoxResult.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if facturaSeleccionada = null
               goback
           end-if

           if MotivoRectificacion::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique el motivo de la rectificación.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set accionConfirmada to type MessageBox::Show("Se emitirá una factura rectificativa y lo cobrado quedará como saldo a favor del paciente. ¿Continuar?", "Confirmar paso a crédito", type MessageBoxButton::YesNo, type MessageBoxImage::Warning).
           if not accionConfirmada::Equals(type MessageBoxResult::Yes)
               goback
           end-if

           if modeloAnticipo::PasarFacturaACredito(facturaSeleccionada::id_factura, MotivoRectificacion::Text)
               set MotivoRectificacion::Text to ""
               invoke ActualizarFacturas()
               invoke type MessageBox::Show("Factura rectificada; lo cobrado queda como saldo a favor del paciente.", "Paso a crédito", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show("No se ha podido pasar a crédito: la factura es de una mutua, no tiene cobros o ya está rectificada.", "Paso a crédito", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           end-if
           goback.
       end method.

       *>
       *> ImporteEnCentimos
       *>
       *> Convierte un importe escrito en euros con dos decimales
       *> separados por coma (p.ej. 45,50) a céntimos, igual que en
       *> BotonGuardarTarifa. Un texto vacío vale 0.
       *>
       method-id ImporteEnCentimos final private.
       local-storage section.
       01 partes type System.String occurs any.
       procedure division using by value texto as string
                                   returning importeCentimos as binary-long.
           set importeCentimos to 0.
           if texto::Trim()::Equals("")
               goback
           end-if

           set partes to texto::Trim()::Replace(".", ",")::Split(",").
           set importeCentimos to type Int32::Parse(partes[0]) * 100.
           if partes::Length > 1 and not partes[1]::Trim()::Equals("")
               set importeCentimos to importeCentimos + type Int32::Parse(partes[1]::PadRight(2, '0')::Substring(0, 2))
           end-if
           goback.
       end method.

       *>
       *> BotonGuardarPenalizacion
       *>
       *> Fija la política de cargos de la especialidad y tipo de cita
       *> elegidos en los combos de tarifas: horas mínimas de aviso
       *> para cancelar sin cargo, importe por cancelación tardía e
       *> importe por no presentarse (ver
       *> Factura::ConfigurarPenalizacion).
       *>
       method-id BotonGuardarPenalizacion final private.
       local-storage section.
       01 horasAviso binary-long.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.

           if TarifaEspecialidad::SelectedItem = null or TarifaTipoCita::SelectedItem = null
               or PenalizacionHorasAviso::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Seleccione especialidad y tipo de cita e indique las horas de aviso.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set horasAviso to type Int32::Parse(PenalizacionHorasAviso::Text::Trim()).

           if modeloFactura::ConfigurarPenalizacion(TarifaEspecialidad::SelectedValue::ToString(),
               TarifaTipoCita::SelectedItem::ToString(), horasAviso,
               ImporteEnCentimos(PenalizacionImporteCancelacion::Text),
               ImporteEnCentimos(PenalizacionImporteNoPresentado::Text))
               set PenalizacionHorasAviso::Text to ""
               set PenalizacionImporteCancelacion::Text to ""
               set PenalizacionImporteNoPresentado::Text to ""
               invoke type MessageBox::Show("Política de cargos guardada con éxito.", "Política de cargos", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show("Ha ocurrido un error al guardar la política de cargos.", "Error - Base de datos", type MessageBoxButton::OK, type MessageBoxImage::Error)
           end-if
           goback.
       end method.

       *>
       *> BotonVerPenalizaciones
       *>
       *> Muestra las políticas de cargos configuradas.
       *>
       method-id BotonVerPenalizaciones final private.
       local-storage section.
       01 politicas List[string].
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set politicas to modeloFactura::DevuelvePenalizaciones().
           if politicas::Count = 0
               invoke type MessageBox::Show("No hay ninguna política de cargos configurada.", "Política de cargos", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show(type String::Join(type Environment::NewLine, politicas), "Política de cargos", type MessageBoxButton::OK, type MessageBoxImage::Information)
           end-if
           goback.
       end method.

       *>
       *> BotonVerCargos
       *>
       *> Muestra los cargos por cancelación tardía y no presentado de
       *> los últimos 90 días, con su estado de cobro y si se anularon.
       *>
       method-id BotonVerCargos final private.
       local-storage section.
       01 cargos List[string].
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set cargos to modeloFactura::DevuelveCargosPenalizacion(
               type DateTime::Now::AddDays(-90)::ToString("yyyy-MM-dd")).
           if cargos::Count = 0
               invoke type MessageBox::Show("No hay cargos por cancelación o no presentado en los últimos 90 días.", "Cargos", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show(type String::Join(type Environment::NewLine, cargos), "Cargos", type MessageBoxButton::OK, type MessageBoxImage::Information)
           end-if
           goback.
       end method.

       *>
       *> BotonAnularCargo
       *>
       *> Condona el cargo por cancelación tardía o no presentado de la
       *> factura seleccionada con el motivo de la rectificación; la
       *> condonación queda en la auditoría de la cita (ver
       *> Cita::AnularCargoPenalizacion).
       *>
       method-id BotonAnularCargo final private.
       local-storage section.
       01 accionConfirmada type MessageBoxResult.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if facturaSeleccionada = null
               goback
           end-if

           if MotivoRectificacion::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique el motivo de la anulación del cargo.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set accionConfirmada to type MessageBox::Show("Se anulará el cargo con una factura rectificativa; lo ya cobrado quedará como saldo a favor del paciente. ¿Continuar?", "Confirmar anulación de cargo", type MessageBoxButton::YesNo, type MessageBoxImage::Warning).
           if not accionConfirmada::Equals(type MessageBoxResult::Yes)
               goback
           end-if

           if modeloCita::AnularCargoPenalizacion(facturaSeleccionada::id_factura, MotivoRectificacion::Text)
               set MotivoRectificacion::Text to ""
               invoke ActualizarFacturas()
               invoke type MessageBox::Show("Cargo anulado.", "Anulación de cargo", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show("No se ha podido anular: la factura no es un cargo por cancelación o no presentado, o ya está anulada.", "Anulación de cargo", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           end-if
           goback.
       end method.

       *>
       *> BotonMarcarPagada
       *>
       *>
       *> Asigna la cobertura de una aseguradora a un paciente: sus
       *> citas completadas pasan a facturarse a la cuenta de la
       *> mutua (ver Factura::GenerarFacturaCita). Con el número de
       *> póliza, si se indica.
       *>
       method-id BotonAsignarPacienteMutua final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.

           if modeloMutua::AsignarPacienteMutua(type Int16::Parse(MutuaIdPaciente::Text),
               type Int32::Parse(MutuaIdAseguradora::Text))
               *> Número de póliza para la comprobación previa de
               *> cobertura (ver ElegibilidadMutua)
               if not MutuaPoliza::Text::Trim()::Equals("")
                   invoke modeloMutua::RegistrarPoliza(type Int32::Parse(MutuaIdPaciente::Text), MutuaPoliza::Text)
                   set MutuaPoliza::Text to ""
               end-if
               invoke type MessageBox::Show("Cobertura actualizada.", "Mutuas", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show("Ha ocurrido un error asignando la cobertura.", "Error - Base de datos", type MessageBoxButton::OK, type MessageBoxImage::Error)
           goback.
       end method.

       *>
       *> BotonRegistrarGlosa
       *>
       *> Anota el rechazo por la aseguradora de una línea de su
       *> factura mensual (factura de cita GlosaIdFactura), con el
       *> motivo del combo GlosaMotivo y la explicación recibida.
       *>
       method-id BotonRegistrarGlosa final private.
       local-storage section.
       01 idGlosa binary-long.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if MutuaIdAseguradora::Text::Trim()::Equals("") or MesFacturaMutua::Text::Trim()::Equals("")
               or GlosaIdFactura::Text::Trim()::Equals("") or GlosaMotivo::SelectedItem = null
               invoke type MessageBox::Show("Indique la aseguradora, el mes (aaaa-MM), la factura rechazada y el motivo.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set idGlosa to modeloMutua::RegistrarGlosa(type Int32::Parse(MutuaIdAseguradora::Text::Trim()), MesFacturaMutua::Text,
               type Int32::Parse(GlosaIdFactura::Text::Trim()), GlosaMotivo::SelectedItem::ToString(), GlosaDetalle::Text).

           if idGlosa > 0
               set GlosaIdFactura::Text to ""
               set GlosaDetalle::Text to ""
               invoke type MessageBox::Show(type String::Concat("Glosa #", idGlosa::ToString(), " registrada."), "Glosas de aseguradora", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show("No se ha podido registrar: la factura no pertenece a esa factura mensual o ya tiene una glosa abierta.", "Glosas de aseguradora", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           end-if
           goback.
       end method.

       *>
       *> BotonCorregirGlosa
       *>
       *> Da por corregida la glosa GlosaId: la línea se volverá a
       *> facturar en la siguiente factura mensual de la aseguradora.
       *>
       method-id BotonCorregirGlosa final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           invoke ResolverGlosa("Corregida").
           goback.
       end method.

       *>
       *> BotonAceptarGlosa
       *>
       *> Da por perdido el importe de la glosa GlosaId.
       *>
       method-id BotonAceptarGlosa final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           invoke ResolverGlosa("Aceptada").
           goback.
       end method.

       *>
       *> ResolverGlosa
       *>
       *> Resuelve la glosa indicada en GlosaId (ver
       *> Mutua::ResolverGlosa).
       *>
       method-id ResolverGlosa final private.
       procedure division using by value resolucion as string.
           if GlosaId::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique la glosa a resolver.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           if modeloMutua::ResolverGlosa(type Int32::Parse(GlosaId::Text::Trim()), resolucion)
               set GlosaId::Text to ""
               invoke type MessageBox::Show(type String::Concat("Glosa marcada como ", resolucion, "."), "Glosas de aseguradora", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show("Esa glosa no existe o ya está resuelta.", "Glosas de aseguradora", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           end-if
           goback.
       end method.

       *>
       *> BotonVerGlosas
       *>
       *> Muestra las glosas abiertas de la aseguradora indicada.
       *>
       method-id BotonVerGlosas final private.
       local-storage section.
       01 glosas List[string].
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if MutuaIdAseguradora::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique la aseguradora.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set glosas to modeloMutua::DevuelveGlosas(type Int32::Parse(MutuaIdAseguradora::Text::Trim()), True).
           if glosas::Count = 0
               invoke type MessageBox::Show("La aseguradora no tiene glosas abiertas.", "Glosas de aseguradora", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show(type String::Join(type Environment::NewLine, glosas), "Glosas de aseguradora", type MessageBoxButton::OK, type MessageBoxImage::Information)
           end-if
           goback.
       end method.

       *>
       *> BotonVerTasaRechazo
       *>
       *> Muestra la tasa de rechazo por aseguradora y por motivo de
       *> las facturas mensuales de los últimos doce meses.
       *>
       method-id BotonVerTasaRechazo final private.
       local-storage section.
       01 informe List[string].
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set informe to modeloMutua::DevuelveTasaRechazo(type DateTime::Now::AddMonths(-12)::ToString("yyyy-MM"),
               type DateTime::Now::ToString("yyyy-MM")).
           if informe::Count = 0
               invoke type MessageBox::Show("No hay facturas mensuales de aseguradora en los últimos doce meses.", "Tasa de rechazo", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show(type String::Join(type Environment::NewLine, informe), "Tasa de rechazo", type MessageBoxButton::OK, type MessageBoxImage::Information)
           end-if
           goback.
       end method.

       *>
       *> BotonRegistrarPagoMutua
       *>
       *> Anota un cobro, total o parcial, de la factura mensual de la
       *> aseguradora y mes indicados (ver Mutua::RegistrarPagoMensual).
       *>
       method-id BotonRegistrarPagoMutua final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if MutuaIdAseguradora::Text::Trim()::Equals("") or MesFacturaMutua::Text::Trim()::Equals("")
               or PagoMutuaImporte::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique la aseguradora, el mes (aaaa-MM) y el importe cobrado.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           if modeloMutua::RegistrarPagoMensual(type Int32::Parse(MutuaIdAseguradora::Text::Trim()), MesFacturaMutua::Text,
               ImporteEnCentimos(PagoMutuaImporte::Text), PagoMutuaReferencia::Text)
               set PagoMutuaImporte::Text to ""
               set PagoMutuaReferencia::Text to ""
               invoke type MessageBox::Show("Cobro registrado.", "Factura mensual de aseguradora", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show("No se ha podido registrar: la factura mensual no existe o ya está pagada.", "Factura mensual de aseguradora", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           end-if
           goback.
       end method.

       *>
       *> BotonVerDeudaAntiguedad
       *>
           goback.
       end method.

       *>
       *> BotonImportarExtracto
       *>
       *> Carga los ficheros Norma 43 que el banco haya dejado en la
       *> carpeta de entrada y casa sus movimientos con facturas,
       *> facturas de mutua, remesas y devoluciones (ver
       *> ConciliacionBancaria). La pasada diaria del planificador
       *> hace lo mismo sola.
       *>
       method-id BotonImportarExtracto final private.
       local-storage section.
       01 procesados binary-long.
       01 pendientes List[string].
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set procesados to modeloConciliacion::ImportarExtractosPendientes().
           set pendientes to modeloConciliacion::DevuelveMovimientosPendientes().
           invoke ActualizarFacturas().
           invoke type MessageBox::Show(type String::Concat("Ficheros del banco procesados: ", procesados::ToString(),
               " - Movimientos pendientes de revisar: ", pendientes::Count::ToString()), "Extracto bancario", type MessageBoxButton::OK, type MessageBoxImage::Information).
           goback.
       end method.

       *>
       *> BotonVerMovimientosPendientes
       *>
       *> Muestra los movimientos del extracto que no se han podido
       *> casar solos, para asignarlos o descartarlos a mano.
       *>
       method-id BotonVerMovimientosPendientes final private.
       local-storage section.
       01 pendientes List[string].
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set pendientes to modeloConciliacion::DevuelveMovimientosPendientes().
           if pendientes::Count = 0
               invoke type MessageBox::Show("No hay movimientos del extracto pendientes de revisar.", "Extracto bancario", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show(type String::Join(type Environment::NewLine, pendientes), "Extracto bancario", type MessageBoxButton::OK, type MessageBoxImage::Information)
           end-if
           goback.
       end method.

       *>
       *> BotonAsignarMovimiento
       *>
       *> Casa a mano el movimiento indicado con una factura, una
       *> factura mensual de mutua, una remesa o la devolución de un
       *> recibo (combo MovimientoTipo), por el id del documento.
       *>
       method-id BotonAsignarMovimiento final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if MovimientoId::Text::Trim()::Equals("") or MovimientoTipo::SelectedItem = null
               or MovimientoDocumento::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique el movimiento, el tipo de documento y su id.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           if modeloConciliacion::AsignarMovimiento(type Int32::Parse(MovimientoId::Text::Trim()),
               MovimientoTipo::SelectedItem::ToString(), type Int32::Parse(MovimientoDocumento::Text::Trim()))
               set MovimientoId::Text to ""
               set MovimientoDocumento::Text to ""
               invoke ActualizarFacturas()
               invoke type MessageBox::Show("Movimiento asignado.", "Extracto bancario", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show("No se ha podido asignar: el movimiento no está pendiente o el documento no admite ese apunte.", "Extracto bancario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           end-if
           goback.
       end method.

       *>
       *> BotonDescartarMovimiento
       *>
       *> Retira de la revisión un movimiento que no corresponde a
       *> nada de CitaMe (comisiones bancarias y similares).
       *>
       method-id BotonDescartarMovimiento final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if MovimientoId::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique el movimiento a descartar.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           if modeloConciliacion::DescartarMovimiento(type Int32::Parse(MovimientoId::Text::Trim()))
               set MovimientoId::Text to ""
               invoke type MessageBox::Show("Movimiento descartado.", "Extracto bancario", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show("Ese movimiento no está pendiente de revisar.", "Extracto bancario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           end-if
           goback.
       end method.

       *>
       *> BotonVerAutorizacionesPendientes
       *>
           goback.
       end method.

       *>
       *> BotonExportarContabilidad
       *>
       *> Lanza a demanda el cierre contable del mes indicado (aaaa-MM)
       *> para la gestoría (ver Contabilidad::ExportarPeriodo). El
       *> planificador lo hace solo tras cada cierre mensual.
       *>
       method-id BotonExportarContabilidad final private.
       local-storage section.
       01 resumenExportacion string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if MesContable::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique el mes (aaaa-MM) a exportar.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set resumenExportacion to modeloContabilidad::ExportarPeriodo(MesContable::Text).
           invoke type MessageBox::Show(resumenExportacion, "Exportación contable", type MessageBoxButton::OK, type MessageBoxImage::Information).
           goback.
       end method.

       *>
       *> BotonGuardarCuentaContable
       *>
       *> Fija la cuenta contable del tipo y clave indicados; la clave
       *> "*" fija la cuenta por defecto del tipo.
       *>
       method-id BotonGuardarCuentaContable final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if TipoCuentaContable::Text::Trim()::Equals("") or ClaveCuentaContable::Text::Trim()::Equals("") or NumeroCuentaContable::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique el tipo, la clave (* para la cuenta por defecto) y el número de cuenta.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           if modeloContabilidad::ConfigurarCuenta(TipoCuentaContable::Text, ClaveCuentaContable::Text, NumeroCuentaContable::Text)
               set ClaveCuentaContable::Text to ""
               set NumeroCuentaContable::Text to ""
               invoke type MessageBox::Show("Cuenta contable guardada.", "Plan de cuentas", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show("No se ha podido guardar la cuenta contable.", "Plan de cuentas", type MessageBoxButton::OK, type MessageBoxImage::Error)
           end-if
           goback.
       end method.

       *>
       *> BotonVerCuentasContables
       *>
       *> Muestra el plan de cuentas configurado.
       *>
       method-id BotonVerCuentasContables final private.
       local-storage section.
       01 cuentas List[string].
       01 textoCuentas string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set cuentas to modeloContabilidad::DevuelveCuentas().
           if cuentas::Count = 0
               invoke type MessageBox::Show("No hay cuentas contables configuradas.", "Plan de cuentas", type MessageBoxButton::OK, type MessageBoxImage::Information)
               goback
           end-if

           set textoCuentas to "Plan de cuentas:".
           perform varying cuenta as string through cuentas
               set textoCuentas to type String::Concat(textoCuentas, type Environment::NewLine, "- ", cuenta)
           end-perform.
           invoke type MessageBox::Show(textoCuentas, "Plan de cuentas", type MessageBoxButton::OK, type MessageBoxImage::Information).
           goback.
       end method.

       *>
       *> BotonVerSinCuenta
       *>
       *> Muestra los movimientos que no se han exportado por falta de
       *> cuenta contable; se exportarán en la siguiente pasada cuando
       *> la cuenta esté configurada.
       *>
       method-id BotonVerSinCuenta final private.
       local-storage section.
       01 pendientes List[string].
       01 textoPendientes string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set pendientes to modeloContabilidad::DevuelveSinCuenta().
           if pendientes::Count = 0
               invoke type MessageBox::Show("Todos los movimientos tienen cuenta contable.", "Movimientos sin cuenta", type MessageBoxButton::OK, type MessageBoxImage::Information)
               goback
           end-if

           set textoPendientes to "Movimientos sin cuenta contable:".
           perform varying pendiente as string through pendientes
               set textoPendientes to type String::Concat(textoPendientes, type Environment::NewLine, "- ", pendiente)
           end-perform.
           invoke type MessageBox::Show(textoPendientes, "Movimientos sin cuenta", type MessageBoxButton::OK, type MessageBoxImage::Warning).
           goback.
       end method.

       *>
       *> BotonIrInicio
       *>
