       *> Clase de control de la vista de 
       *> inicio para el paciente.
       *>
       *> Desde aquí responde también los cuestionarios de salud que le
       *> envían sus médicos (ver modelo Cuestionario).
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.vista.Paciente is partial
                 inherits type System.Windows.Controls.Page.
       01 codigoQrModelo type CitaMe.modelo.CodigoQr.
       01 sesionGrupalModelo type CitaMe.modelo.SesionGrupal.
       01 notaModelo type CitaMe.modelo.NotaClinica.
       01 adendaModelo type CitaMe.modelo.AdendaClinica.
       01 constanteModelo type CitaMe.modelo.Constante.
       01 ordenEnfermeriaModelo type CitaMe.modelo.OrdenEnfermeria.
       01 consentimientoModelo type CitaMe.modelo.Consentimiento.
       01 inventarioModelo type CitaMe.modelo.Inventario.
       01 autorizacionModelo type CitaMe.modelo.Autorizacion.
       01 calendarioVacunalModelo type CitaMe.modelo.CalendarioVacunal.
       01 especialidades type List[string].

       *> Huecos candidatos de la última búsqueda, a la espera de que
       *> siguiente pulsación sin síntomas marcados continúa como
       *> "ninguno" en vez de volver a avisar
       01 triajeAvisado binary-short value 0.

       *> Cuestionario de salud que se está respondiendo: sus
       *> preguntas (mismo orden que listaPreguntasCuestionario) y la
       *> respuesta elegida en cada una (-1 mientras esté sin responder)
       01 cuestionarioModelo type CitaMe.modelo.Cuestionario.
       01 envioCuestionario type CitaMe.modelo.Cuestionario.
       01 preguntasCuestionario type List[type CitaMe.modelo.Cuestionario].
       01 respuestasCuestionario type List[binary-long].
       method-id NEW.
       local-storage section.
       01 preferencias type CitaMe.modelo.Usuario.
           *> Cargamos los modelos para consultarlos
           set medicoModelo to new CitaMe.modelo.Medico().
           set citaModelo to new CitaMe.modelo.Cita().
           *> El paciente reserva por el canal "Web" (ver modelo CupoCanal)
           invoke citaModelo::FijarCanalReserva("Web").
           set recetaModelo to new CitaMe.modelo.Receta().
           set notificadorModelo to new CitaMe.modelo.Notificador().
           set usuarioModelo to new CitaMe.modelo.Usuario().
           set codigoQrModelo to new CitaMe.modelo.CodigoQr().
           set sesionGrupalModelo to new CitaMe.modelo.SesionGrupal().
           set notaModelo to new CitaMe.modelo.NotaClinica().
           set adendaModelo to new CitaMe.modelo.AdendaClinica().
           set constanteModelo to new CitaMe.modelo.Constante().
           set ordenEnfermeriaModelo to new CitaMe.modelo.OrdenEnfermeria().
           set consentimientoModelo to new CitaMe.modelo.Consentimiento().
           set inventarioModelo to new CitaMe.modelo.Inventario().
           set autorizacionModelo to new CitaMe.modelo.Autorizacion().
           set calendarioVacunalModelo to new CitaMe.modelo.CalendarioVacunal().
           set triajeModelo to new CitaMe.modelo.Triaje().
           set cuestionarioModelo to new CitaMe.modelo.Cuestionario().
           set triajeNivelPendiente to "".
           set triajeRespuestasPendientes to "".
           invoke CargarPreguntasTriaje("").
           invoke listaCanalRecordatorio::Items::Add("Ninguno").
           invoke MostrarCitas().
           invoke MostrarCitasSinEncuesta().
           invoke MostrarCuestionariosPendientes().
           invoke MostrarHistorial().
           invoke MostrarPruebas().
           *> Precargamos su preferencia actual de recordatorios

       end method.

       *>
       *> MostrarCuestionariosPendientes
       *>
       *> Carga la tabla de cuestionarios de salud pendientes de
       *> responder; el recuadro se oculta si no hay ninguno.
       *>
       method-id MostrarCuestionariosPendientes final private.
       01 envios List[type CitaMe.modelo.Cuestionario].
       procedure division.
           set envios to cuestionarioModelo::DevuelvePendientesPaciente(type CitaMe.vista.Login::idUsuario).
           set envioCuestionario to null.
           invoke listaPreguntasCuestionario::Items::Clear().
           invoke listaValorRespuesta::Items::Clear().
           set BotonEnviarCuestionario::IsEnabled to False.

           if envios::Count = 0
               set RecuadroCuestionarios::Visibility to type Visibility::Collapsed
               goback
           end-if

           invoke tablaCuestionariosPendientes::Items::Clear().
           perform varying envio as type CitaMe.modelo.Cuestionario through envios
               invoke tablaCuestionariosPendientes::Items::Add(envio)
           end-perform.

       end method.

       *>
       *> MostrarPreguntasCuestionario
       *>
       *> Rellena la lista de preguntas del cuestionario en curso, cada
       *> una con su rango y la respuesta elegida hasta el momento.
       *>
       method-id MostrarPreguntasCuestionario final private.
       local-storage section.
       01 indicePregunta binary-long.
       01 textoRespuesta string.
       procedure division.
           invoke listaPreguntasCuestionario::Items::Clear().
           perform varying indicePregunta from 0 by 1 until indicePregunta >= preguntasCuestionario::Count
               if respuestasCuestionario[indicePregunta] < 0
                   set textoRespuesta to "sin responder"
               else
                   set textoRespuesta to type String::Concat("respuesta: ", respuestasCuestionario[indicePregunta]::ToString())
               end-if
               invoke listaPreguntasCuestionario::Items::Add(type String::Concat(
                   preguntasCuestionario[indicePregunta]::orden_pregunta_cuestionario::ToString(), ". ",
                   preguntasCuestionario[indicePregunta]::texto_pregunta_cuestionario,
                   " (0-", preguntasCuestionario[indicePregunta]::maximo_pregunta_cuestionario::ToString(), ") - ", textoRespuesta))
           end-perform.
       end method.

       *>
       *> CuestionarioPendienteSeleccionado
       *>
       *> Al elegir un cuestionario pendiente se cargan sus preguntas
       *> para responderlas una a una.
       *>
       method-id CuestionarioPendienteSeleccionado final private.
       local-storage section.
       01 indicePregunta binary-long.
       procedure division using by value sender as object e as type System.Windows.Controls.SelectionChangedEventArgs.
           set envioCuestionario to tablaCuestionariosPendientes::SelectedItem as type CitaMe.modelo.Cuestionario.
           invoke listaValorRespuesta::Items::Clear().
           if envioCuestionario = null
               invoke listaPreguntasCuestionario::Items::Clear()
               set BotonEnviarCuestionario::IsEnabled to False
               goback
           end-if

           set preguntasCuestionario to cuestionarioModelo::DevuelvePreguntasCuestionario(envioCuestionario::id_cuestionario).
           set respuestasCuestionario to new List[binary-long]().
           perform varying indicePregunta from 0 by 1 until indicePregunta >= preguntasCuestionario::Count
               invoke respuestasCuestionario::Add(-1)
           end-perform.
           invoke MostrarPreguntasCuestionario().
           set BotonEnviarCuestionario::IsEnabled to True.
           goback.
       end method.

       *>
       *> PreguntaCuestionarioElegida
       *>
       *> Al elegir una pregunta se ofrecen sus valores posibles, de 0
       *> a su puntuación máxima.
       *>
       method-id PreguntaCuestionarioElegida final private.
       local-storage section.
       01 valorPosible binary-short.
       procedure division using by value sender as object e as type System.Windows.Controls.SelectionChangedEventArgs.
           if listaPreguntasCuestionario::SelectedIndex < 0
               goback
           end-if

           invoke listaValorRespuesta::Items::Clear().
           perform varying valorPosible from 0 by 1
                   until valorPosible > preguntasCuestionario[listaPreguntasCuestionario::SelectedIndex]::maximo_pregunta_cuestionario
               invoke listaValorRespuesta::Items::Add(valorPosible::ToString())
           end-perform.
           goback.
       end method.

       *>
       *> BotonResponderPregunta
       *>
       *> Anota el valor elegido como respuesta de la pregunta
       *> seleccionada y pasa a la siguiente.
       *>
       method-id BotonResponderPregunta final private.
       local-storage section.
       01 indicePregunta binary-long.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if envioCuestionario = null or listaPreguntasCuestionario::SelectedIndex < 0
               or listaValorRespuesta::SelectedItem = null
               invoke type MessageBox::Show("Elija una pregunta y el valor de su respuesta.", "Complete Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set indicePregunta to listaPreguntasCuestionario::SelectedIndex.
           set respuestasCuestionario[indicePregunta] to type Int32::Parse(listaValorRespuesta::SelectedItem::ToString()).
           invoke MostrarPreguntasCuestionario().
           if indicePregunta + 1 < preguntasCuestionario::Count
               set listaPreguntasCuestionario::SelectedIndex to indicePregunta + 1
           end-if
           goback.
       end method.

       *>
       *> BotonEnviarCuestionario
       *>
       *> Registra las respuestas del cuestionario, una vez respondidas
       *> todas las preguntas. Si el resultado cruza un umbral clínico
       *> su médico queda avisado en ese momento.
       *>
       method-id BotonEnviarCuestionario final private.
       local-storage section.
       01 valores string.
       01 resultado string.
       01 partesResultado type System.String occurs any.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if envioCuestionario = null
               goback
           end-if

           if respuestasCuestionario::Contains(-1)
               invoke type MessageBox::Show("Responda todas las preguntas del cuestionario antes de enviarlo.", "Complete Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set valores to type String::Join(",", respuestasCuestionario).
           set resultado to cuestionarioModelo::RegistrarRespuestas(envioCuestionario::id_envio, valores).
           if resultado::Equals("")
               invoke type MessageBox::Show("Ha ocurrido un error registrando el cuestionario en la base de datos.", "Error - Base de datos", type MessageBoxButton::OK, type MessageBoxImage::Error)
               goback
           end-if

           set partesResultado to resultado::Split("|").
           if partesResultado[1]::Equals("")
               invoke type MessageBox::Show("Gracias: su cuestionario ha quedado registrado para su médico.", "Cuestionario de salud", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show("Gracias: su cuestionario ha quedado registrado y su médico ha sido avisado para revisarlo. Si se encuentra en peligro o piensa en hacerse daño, llame ahora al 112 o acuda a urgencias.", "Cuestionario de salud", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           end-if

           invoke MostrarCuestionariosPendientes().
           goback.
       end method.

       *>
       *> MostrarHistorial
       *>
       *> MostrarPruebas
       *>
       *> Carga la tabla con las pruebas diagnósticas pedidas al
       *> paciente y su estado; el resultado solo aparece cuando el
       *> médico lo ha revisado (ver Prueba::DevuelvePruebasVisiblesPaciente).
       *>
       method-id MostrarPruebas final private.
       01 pruebas List[type CitaMe.modelo.Prueba].
       procedure division.
           set pruebas to pruebaModelo::DevuelvePruebasVisiblesPaciente(type CitaMe.vista.Login::idUsuario).
           invoke tablaPruebas::Items::Clear().
           perform varying prueba as type CitaMe.modelo.Prueba through pruebas
               invoke tablaPruebas::Items::Add(prueba)
       01 recetas List[type CitaMe.modelo.Receta].
       01 documentos List[type CitaMe.modelo.Documento].
       01 notas List[type CitaMe.modelo.NotaClinica].
       01 adendas List[string].
       01 ordenesEnfermeria List[string].
       01 materialCita List[string].
       procedure division using by value sender as object e as type System.Windows.Controls.SelectionChangedEventArgs.
              invoke listaNotasHistorial::Items::Add(type String::Concat(nota::seccion_nota, ": ", nota::texto_nota))
          end-perform.

          *> Adendas firmadas añadidas tras el cierre de la consulta,
          *> debajo de la nota original (ver modelo AdendaClinica)
          set adendas to adendaModelo::DevuelveAdendasCita(citaSeleccionada::id_cita).
          perform varying adenda as string through adendas
              invoke listaNotasHistorial::Items::Add(adenda)
          end-perform.

          *> Órdenes de enfermería pautadas en la consulta, con el
          *> resumen de sus tareas (ver modelo OrdenEnfermeria),
          *> junto a la cita que las originó como las recetas
       *>
       *> Muestra las líneas estructuradas del resultado de la prueba
       *> seleccionada, con su rango de referencia y la marca de fuera
       *> de rango, una vez revisado por el médico (ver
       *> Prueba::DevuelveLineasPruebaPaciente).
       *>
       method-id PruebaSeleccionada final private.
       local-storage section.
              goback
          end-if

          set lineas to pruebaModelo::DevuelveLineasPruebaPaciente(pruebaSeleccionada::id_prueba).
          perform varying linea as type CitaMe.modelo.ResultadoLinea through lineas
              invoke tablaLineasPrueba::Items::Add(linea)
          end-perform.
       *> BotonVerTendenciaAnalito
       *>
       *> Muestra la tendencia del analito indicado a lo largo de las
       *> analíticas ya revisadas del paciente (ver
       *> Prueba::DevuelveTendenciaAnalitoPaciente).
       *>
       method-id BotonVerTendenciaAnalito final private.
       local-storage section.
           end-if

           invoke tablaTendenciaAnalito::Items::Clear().
           set tendencia to pruebaModelo::DevuelveTendenciaAnalitoPaciente(type CitaMe.vista.Login::idUsuario, AnalitoTendencia::Text).
           perform varying linea as type CitaMe.modelo.ResultadoLinea through tendencia
               invoke tablaTendenciaAnalito::Items::Add(linea)
           end-perform.
           goback.
       end method.

       *>
       *> BotonImprimirCartillaVacunal
       *>
       *> Genera y abre la cartilla de vacunación del paciente: dosis
       *> puestas y próximas dosis de su calendario vacunal (ver
       *> CalendarioVacunal::ImprimirCartilla).
       *>
       method-id BotonImprimirCartillaVacunal final private.
       local-storage section.
       01 rutaCartilla string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set rutaCartilla to calendarioVacunalModelo::ImprimirCartilla(type CitaMe.vista.Login::idUsuario).
           if not rutaCartilla::Equals("")
               invoke type System.Diagnostics.Process::Start(rutaCartilla)
           end-if
           goback.
       end method.

       *>
       *> BotonGuardarIdioma
       *>
              goback
          end-if

          if citaModelo::CancelarCitaPorPaciente(citaSeleccionada, MotivoCancelacionPaciente::Text)
              set MotivoCancelacionPaciente::Text to ""
              invoke MostrarCitas()
              invoke type MessageBox::Show("Cita cancelada con éxito.", "Cita cancelada", type MessageBoxButton::OK, type MessageBoxImage::Information)
          else
              if not citaModelo::CambiosConflicto::Equals("")
                  invoke AvisarCitaCambiada()
              else
                  invoke type MessageBox::Show("Ha ocurrido un error inesperado cancelando la cita.", "Error cancelación de cita", type MessageBoxButton::OK, type MessageBoxImage::Warning)
              end-if
          end-if
          goback.
       end method.
              invoke MostrarCitas()
              invoke type MessageBox::Show("Cita reprogramada con éxito.", "Cita reprogramada", type MessageBoxButton::OK, type MessageBoxImage::Information)
          else
              if not citaModelo::CambiosConflicto::Equals("")
                  invoke AvisarCitaCambiada()
              else
                  invoke type MessageBox::Show("No se ha encontrado hueco para reprogramar la cita.", "Error - Cita", type MessageBoxButton::OK, type MessageBoxImage::Warning)
              end-if
          end-if
          goback.
       end method.
              goback
          end-if

          if citaModelo::RegistrarLlegada(citaSeleccionada)
              invoke type MessageBox::Show("Llegada confirmada. En breve será atendido.", "Llegada confirmada", type MessageBoxButton::OK, type MessageBoxImage::Information)
          else
              if not citaModelo::CambiosConflicto::Equals("")
                  invoke AvisarCitaCambiada()
              else
                  invoke type MessageBox::Show("No se ha podido confirmar la llegada.", "Error - Base de datos", type MessageBoxButton::OK, type MessageBoxImage::Error)
              end-if
          end-if
          goback.
       end method.

       *>
       *> AvisarCitaCambiada
       *>
       *> Otra persona ha cambiado la cita mientras se tenía abierta y
       *> el cambio no se ha guardado: se enseña qué ha cambiado y se
       *> recarga la lista para que el usuario rehaga la operación
       *> sobre los datos actuales.
       *>
       method-id AvisarCitaCambiada final private.
       procedure division.
           invoke type MessageBox::Show(type String::Concat(
               "Otra persona ha modificado esta cita mientras la tenía abierta, así que no se ha guardado su cambio:",
               type Environment::NewLine, type Environment::NewLine, citaModelo::CambiosConflicto,
               type Environment::NewLine, type Environment::NewLine,
               "Se ha recargado la lista: revise la cita y repita la operación si sigue siendo necesaria."),
               "Cita modificada por otro usuario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           invoke MostrarCitas()
           goback.
       end method.

       *>
       *> BotonImprimirConfirmacion
       *>
