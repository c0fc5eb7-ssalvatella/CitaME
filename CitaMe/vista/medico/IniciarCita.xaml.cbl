       *> diagnóstico.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.vista.medico.IniciarCita is partial
                 inherits type System.Windows.Controls.Page.
       01 modeloInventario type CitaMe.modelo.Inventario.
       01 modeloAutorizacion type CitaMe.modelo.Autorizacion.
       01 modeloTriaje type CitaMe.modelo.Triaje.
       01 modeloLibro type CitaMe.modelo.LibroEstupefacientes.
       01 modeloAdenda type CitaMe.modelo.AdendaClinica.
       01 modeloParteIT type CitaMe.modelo.ParteIncapacidad.
       01 modeloCrecimiento type CitaMe.modelo.CurvaCrecimiento.
       01 modeloCalendario type CitaMe.modelo.CalendarioVacunal.
       01 modeloRuta type CitaMe.modelo.RutaAsistencial.
       01 modeloDerivacion type CitaMe.modelo.Derivacion.

       *> Catálogo de medicamentos cargado para el autocompletado del
       *> formulario de recetas, en el mismo orden que listaMedicamentos


       method-id NEW.
       local-storage section.
       01 rutas List[type CitaMe.modelo.RutaAsistencial].
       procedure division.
           invoke self::InitializeComponent().
           *> Guardamos la referencia a la ventana principal
           set modeloInventario to new CitaMe.modelo.Inventario().
           set modeloAutorizacion to new CitaMe.modelo.Autorizacion().
           set modeloTriaje to new CitaMe.modelo.Triaje().
           set modeloLibro to new CitaMe.modelo.LibroEstupefacientes().
           set modeloAdenda to new CitaMe.modelo.AdendaClinica().
           set modeloParteIT to new CitaMe.modelo.ParteIncapacidad().
           set modeloCrecimiento to new CitaMe.modelo.CurvaCrecimiento().
           set modeloCalendario to new CitaMe.modelo.CalendarioVacunal().
           set modeloRuta to new CitaMe.modelo.RutaAsistencial().
           set modeloDerivacion to new CitaMe.modelo.Derivacion().
           invoke CargarMedicamentos().
           *> Mostramos los datos de la cita
           invoke MostrarDatosCita().
           invoke CargarSeccionesNota().
           invoke MostrarNotasCita().
           invoke MostrarConstantesCita().
           invoke AvisarAlertasCrecimiento().
           invoke AvisarAdherencia().
           invoke MostrarEvolucionCuestionarios().
           invoke MostrarDerivacionesExternas().
           invoke MostrarCalendarioVacunal().

           set rutas to modeloRuta::DevuelveRutas().
           perform varying ruta as type CitaMe.modelo.RutaAsistencial through rutas
               invoke listaRutasAsistenciales::Items::Add(ruta)
           end-perform.
           invoke MostrarRutasPaciente().

           *> Consulta ya cerrada: su documentación es de solo lectura
           if modeloCita::ConsultaCerrada(cita::id_cita)
               invoke type MessageBox::Show("Esta consulta ya está cerrada: las notas, el diagnóstico y los códigos CIE-10 son de solo lectura. Añada las correcciones como adenda.", "Consulta cerrada", type MessageBoxButton::OK, type MessageBoxImage::Information)
           end-if
           goback.
       end method.

           goback.
       end method.

       *>
       *> BotonVerCurvaCrecimiento
       *>
       *> Muestra la curva de crecimiento del niño para la medida
       *> indicada (peso, talla o perímetro cefálico): cada toma con
       *> su edad, su percentil, la referencia P3/P50/P97 de su edad y
       *> su posición en la curva, con las alertas marcadas (ver
       *> modelo CurvaCrecimiento).
       *>
       method-id BotonVerCurvaCrecimiento final private.
       local-storage section.
       01 curva List[type CitaMe.modelo.CurvaCrecimiento].
       01 alertas binary-long value 0.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           invoke tablaCurvaCrecimiento::Items::Clear().
           set curva to modeloCrecimiento::DevuelveCurvaPaciente(cita::paciente_cita, MedidaTendencia::Text).
           perform varying punto as type CitaMe.modelo.CurvaCrecimiento through curva
               invoke tablaCurvaCrecimiento::Items::Add(punto)
               if not punto::alerta_punto::Equals("")
                   set alertas to alertas + 1
               end-if
           end-perform.

           if curva::Count = 0
               invoke type MessageBox::Show("El paciente no tiene tomas de esa medida, o le faltan la fecha de nacimiento o el sexo.", "Curva de crecimiento", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               if alertas > 0
                   invoke type MessageBox::Show(type String::Concat("La curva tiene ", alertas::ToString(), " toma(s) con alerta (por debajo de P3, por encima de P97 o cruce de percentiles)."), "Curva de crecimiento", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               end-if
           end-if
           goback.
       end method.

       *>
       *> AvisarAlertasCrecimiento
       *>
       *> Al abrir la consulta de un niño, avisa de las alertas
       *> vigentes de su curva de crecimiento (última toma de cada
       *> medida).
       *>
       method-id AvisarAlertasCrecimiento final private.
       local-storage section.
       01 alertas List[string].
       procedure division.
           set alertas to modeloCrecimiento::DevuelveAlertasPaciente(cita::paciente_cita).
           if alertas::Count > 0
               invoke type MessageBox::Show(type String::Concat("Alertas en la curva de crecimiento:", type Environment::NewLine,
                   type String::Join(type Environment::NewLine, alertas)), "Curva de crecimiento", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           end-if
       end method.

       *>
       *> MostrarEvolucionCuestionarios
       *>
       *> Muestra la evolución de las puntuaciones de los
       *> cuestionarios de salud respondidos por el paciente (ver
       *> Cuestionario::DevuelveEvolucionPaciente).
       *>
       method-id MostrarEvolucionCuestionarios final private.
       local-storage section.
       01 modeloCuestionario type CitaMe.modelo.Cuestionario.
       01 evolucion List[string].
       procedure division.
           set modeloCuestionario to new CitaMe.modelo.Cuestionario().
           set evolucion to modeloCuestionario::DevuelveEvolucionPaciente(cita::paciente_cita).
           invoke listaEvolucionCuestionarios::Items::Clear().
           perform varying lineaEvolucion as string through evolucion
               invoke listaEvolucionCuestionarios::Items::Add(lineaEvolucion)
           end-perform.
       end method.

       *>
       *> AvisarAdherencia
       *>
       *> Avisa al abrir la consulta de la medicación crónica del
       *> paciente con una adherencia por debajo del umbral (ver
       *> modelo Adherencia), para comentarlo en la consulta.
       *>
       method-id AvisarAdherencia final private.
       local-storage section.
       01 modeloAdherencia type CitaMe.modelo.Adherencia.
       01 avisos List[string].
       procedure division.
           set modeloAdherencia to new CitaMe.modelo.Adherencia().
           set avisos to modeloAdherencia::DevuelveAvisosPaciente(cita::paciente_cita).
           if avisos::Count > 0
               invoke type MessageBox::Show(type String::Concat("Medicación crónica con baja adherencia (días cubiertos por las dispensaciones):", type Environment::NewLine,
                   type String::Join(type Environment::NewLine, avisos)), "Adherencia", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           end-if
       end method.

       *>
       *> CargarSeccionesNota
       *>
       *> MostrarNotasCita
       *>
       *> Muestra las secciones ya rellenadas de la nota estructurada
       *> de la cita, seguidas de sus adendas (ver modelo
       *> AdendaClinica).
       *>
       method-id MostrarNotasCita final private.
       local-storage section.
       01 notas List[type CitaMe.modelo.NotaClinica].
       01 adendas List[string].
       procedure division.
           invoke listaNotasCita::Items::Clear().
           set notas to modeloNota::DevuelveNotasCita(cita::id_cita).
           perform varying nota as type CitaMe.modelo.NotaClinica through notas
               *> Las secciones de un residente aún sin refrendar se marcan
               if nota::pendiente_supervision_nota = 1
                   invoke listaNotasCita::Items::Add(type String::Concat(nota::seccion_nota, ": ", nota::texto_nota, " [pendiente de supervisión]"))
               else
                   invoke listaNotasCita::Items::Add(type String::Concat(nota::seccion_nota, ": ", nota::texto_nota))
               end-if
           end-perform.
           set adendas to modeloAdenda::DevuelveAdendasCita(cita::id_cita).
           perform varying adenda as string through adendas
               invoke listaNotasCita::Items::Add(adenda)
           end-perform.
       end method.

       *>
       *> BotonRegistrarAdenda
       *>
       *> Añade a la consulta cerrada una adenda fechada y firmada por
       *> el médico con la corrección escrita (ver
       *> AdendaClinica::RegistrarAdenda).
       *>
       method-id BotonRegistrarAdenda final private.
       local-storage section.
       01 motivo string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set motivo to modeloAdenda::RegistrarAdenda(cita::id_cita, type CitaMe.vista.Login::idUsuario, TextoAdenda::Text).
           if motivo::Equals("")
               set TextoAdenda::Text to ""
               invoke MostrarNotasCita()
               invoke type MessageBox::Show("Adenda registrada y firmada.", "Adenda", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show(motivo, "Adenda", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           end-if
           goback.
       end method.

       *>
       *> BotonGuardarSeccionNota
       *>
               goback
           end-if

           if modeloCita::ConsultaCerrada(cita::id_cita)
               invoke type MessageBox::Show("La consulta está cerrada y la nota es de solo lectura. Añada la corrección como adenda.", "Consulta cerrada", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           if modeloNota::RegistrarNota(cita::id_cita, ListaSeccionesNota::SelectedItem::ToString(), TextoSeccionNota::Text)
               set TextoSeccionNota::Text to ""
               invoke MostrarNotasCita()
       01 avisosInteraccion List[string].
       01 textoAvisos string.
       01 confirmaInteraccion type MessageBoxResult.
       01 idRecetaControlada binary-long.
       01 diasTratamiento binary-short.
       01 cantidadAdministrada binary-long.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.

          if Diagnostico::Text::Trim()::Equals("")
               goback
          end-if

          *> Una consulta ya cerrada no admite cambios en el diagnóstico
          *> ni en los códigos (las correcciones van como adenda): solo
          *> se sigue con la receta si la hay, p. ej. al volver a pulsar
          *> tras un aviso de alergia o de interacción
          if modeloCita::ConsultaCerrada(cita::id_cita)
              if Medicamento::Text::Trim()::Equals("")
                  invoke type MessageBox::Show("La consulta ya está cerrada: el diagnóstico y los códigos CIE-10 no se pueden modificar. Añada la corrección como adenda.", "Consulta cerrada", type MessageBoxButton::OK, type MessageBoxImage::Warning)
                  goback
              end-if
          else
              if not modeloCita::RegistrarDiagnostico(cita::id_cita, Diagnostico::Text)
                  invoke type MessageBox::Show("Ha ocurrido un error registrando el diagnóstico en la base de datos.", "Error - Base de datos", type MessageBoxButton::OK, type MessageBoxImage::Error)
                  goback
              end-if

              *> Los códigos CIE-10 elegidos se guardan de forma
              *> estructurada junto al texto libre del diagnóstico, para
              *> las estadísticas de morbilidad (ver Cie10::RegistrarCodigosCita)
              if not CodigosCie10::Text::Trim()::Equals("")
                  invoke modeloCie10::RegistrarCodigosCita(cita::id_cita, CodigosCie10::Text)
              end-if

              *> El cierre del diagnóstico marca el fin real de la
              *> consulta, y desde ese momento su documentación es de
              *> solo lectura
              invoke modeloCita::RegistrarFinConsulta(cita::id_cita)
          end-if

          *> La receta es opcional: solo se registra si se ha indicado un medicamento
                  set justificacionInteraccion to JustificacionInteraccion::Text
              end-if

              *> Días de tratamiento que cubre la receta, para medir
              *> después la adherencia contra las dispensaciones (ver
              *> modelo Adherencia); en blanco si no se indica
              set diasTratamiento to 0
              if not DuracionReceta::Text::Trim()::Equals("")
                  try
                      set diasTratamiento to type Int16::Parse(DuracionReceta::Text::Trim())
                  catch ex as type System.Exception
                      invoke type MessageBox::Show("La duración del tratamiento debe ser un número de días.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
                      goback
                  end-try
              end-if

              *> Unidades administradas en consulta de un medicamento
              *> controlado; se comprueban antes de registrar la receta
              set cantidadAdministrada to 0
              if not CantidadAdministradaControlado::Text::Trim()::Equals("")
                  try
                      set cantidadAdministrada to type Int32::Parse(CantidadAdministradaControlado::Text::Trim())
                  catch exCantidad as type System.Exception
                      set cantidadAdministrada to 0
                  end-try
                  if cantidadAdministrada <= 0
                      invoke type MessageBox::Show("La cantidad administrada debe ser un número de unidades mayor que cero.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
                      goback
                  end-if
              end-if

              if not modeloReceta::RegistrarReceta(cita::id_cita, Medicamento::Text, Dosis::Text, Instrucciones::Text, DevuelveMedicamentoCatalogoSeleccionado(), justificacionAlergia, justificacionInteraccion, diasTratamiento)
                  invoke type MessageBox::Show("Ha ocurrido un error registrando la receta en la base de datos.", "Error - Base de datos", type MessageBoxButton::OK, type MessageBoxImage::Error)
                  goback
              end-if

              *> Si se trata de un medicamento controlado administrado
              *> en la propia consulta desde el botiquín, la
              *> administración se asienta en el libro de
              *> estupefacientes a nombre del médico (ver
              *> LibroEstupefacientes::RegistrarAdministracion)
              if cantidadAdministrada > 0
                  set idRecetaControlada to modeloLibro::DevuelveRecetaControladaCita(cita::id_cita, DevuelveMedicamentoCatalogoSeleccionado())
                  if idRecetaControlada = 0
                      invoke type MessageBox::Show("La receta no es de un medicamento controlado del catálogo: no se asienta ninguna administración en el libro de estupefacientes.", "Libro de estupefacientes", type MessageBoxButton::OK, type MessageBoxImage::Warning)
                  else
                      if modeloLibro::RegistrarAdministracion(idRecetaControlada,
                          cantidadAdministrada, type CitaMe.vista.Login::idUsuario) = 0
                          invoke type MessageBox::Show("No se ha podido asentar la administración en el libro de estupefacientes (existencias insuficientes). Avise al responsable del botiquín.", "Libro de estupefacientes", type MessageBoxButton::OK, type MessageBoxImage::Warning)
                      end-if
                  end-if
              end-if

              *> Se genera el documento oficial de la receta con su
              *> número de verificación, para que el paciente no salga
              *> de la consulta sin nada que presentar en la farmacia
               "Nº de colegiado: ", medicoFirmante::colegiado, type Environment::NewLine,
               "Especialidad: ", medicoFirmante::especialidad, type Environment::NewLine).

           *> La receta de un residente no se dispensa hasta que su
           *> tutor la refrenda (ver modelo SupervisionMir)
           if recetaImpresa::supervision_receta = "Pendiente"
               set contenido to type String::Concat(contenido, type Environment::NewLine,
                   "PENDIENTE DE SUPERVISIÓN: no válida para dispensar hasta el refrendo del tutor.", type Environment::NewLine)
           end-if

           set carpetaRecetas to type String::Concat(type AppDomain::CurrentDomain::BaseDirectory, "recetas").
           if not type System.IO.Directory::Exists(carpetaRecetas)
               invoke type System.IO.Directory::CreateDirectory(carpetaRecetas)
       *> registro de accesos clínicos. Mismo motor de documento que
       *> la receta y el parte diario.
       *>
       *> Si se indica el destino (hospital o especialista externo),
       *> la derivación queda registrada para su seguimiento hasta que
       *> vuelva el informe de respuesta (ver modelo Derivacion) y su
       *> número de referencia figura en la cabecera del informe.
       *>
       method-id BotonGenerarInformeClinico final private.
       local-storage section.
       01 idDerivacion binary-long.
       01 prioridadExterna string.
       01 desde type DateTime.
       01 hasta type DateTime.
       01 contenido string.
       01 recetasCita List[type CitaMe.modelo.Receta].
       01 alergias List[type CitaMe.modelo.Alergia].
       01 codigos List[string].
       01 adendasEpisodio List[string].
       01 pruebasPaciente List[type CitaMe.modelo.Prueba].
       01 lineasPrueba List[type CitaMe.modelo.ResultadoLinea].
       01 marcaRango string.
               "Generado el ", type DateTime::Now::ToString("dd/MM/yyyy HH:mm"), type Environment::NewLine,
               type Environment::NewLine).

           if not DestinoDerivacionExterna::Text::Trim()::Equals("")
               *> Preferente en el combo índice 0, Ordinaria en el resto
               if PrioridadDerivacionExterna::SelectedIndex = 0
                   set prioridadExterna to "Preferente"
               else
                   set prioridadExterna to "Ordinaria"
               end-if
               set idDerivacion to modeloDerivacion::RegistrarDerivacion(cita::id_cita, cita::paciente_cita,
                   cita::medico_cita, DestinoDerivacionExterna::Text, prioridadExterna, MotivoDerivacionExterna::Text)
               if idDerivacion = 0
                   invoke type MessageBox::Show("No se ha podido registrar la derivación; el informe se genera igualmente.", "Error - Derivación", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               else
                   set contenido to type String::Concat(contenido,
                       "Derivación nº ", idDerivacion::ToString(), " a ", DestinoDerivacionExterna::Text::Trim(),
                       " (", prioridadExterna, ")", type Environment::NewLine,
                       "Motivo: ", MotivoDerivacionExterna::Text::Trim(), type Environment::NewLine,
                       "Rogamos remitan el informe de respuesta citando esta referencia.", type Environment::NewLine,
                       type Environment::NewLine)
                   set DestinoDerivacionExterna::Text to ""
                   set MotivoDerivacionExterna::Text to ""
                   invoke MostrarDerivacionesExternas()
               end-if
           end-if

           *> Alergias: siempre al principio cuando se marcan, porque
           *> es lo primero que mira el hospital receptor
           if candadoInformeAlergias::IsChecked::GetValueOrDefault
                               set contenido to type String::Concat(contenido, "    CIE-10: ", codigo, type Environment::NewLine)
                           end-perform
                       end-if
                       *> Las correcciones posteriores al cierre viajan
                       *> junto al diagnóstico original
                       set adendasEpisodio to modeloAdenda::DevuelveAdendasCita(episodio::id_cita)
                       perform varying adendaEpisodio as string through adendasEpisodio
                           set contenido to type String::Concat(contenido, "    ", adendaEpisodio, type Environment::NewLine)
                       end-perform
                   end-if
               end-perform
               set contenido to type String::Concat(contenido, type Environment::NewLine)
           goback.
       end method.

       *>
       *> MostrarDerivacionesExternas
       *>
       *> Muestra las derivaciones externas del paciente con su estado
       *> (ver Derivacion::DevuelveDerivacionesPaciente); las que ya
       *> tienen informe de respuesta lo llevan adjunto en la cita de
       *> origen.
       *>
       method-id MostrarDerivacionesExternas final private.
       local-storage section.
       01 derivaciones List[type CitaMe.modelo.Derivacion].
       procedure division.
           set derivaciones to modeloDerivacion::DevuelveDerivacionesPaciente(cita::paciente_cita).
           invoke listaDerivacionesExternas::Items::Clear().
           perform varying derivacion as type CitaMe.modelo.Derivacion through derivaciones
               invoke listaDerivacionesExternas::Items::Add(type String::Concat(
                   derivacion::fecha_derivacion, " - ", derivacion::destino_derivacion,
                   " (", derivacion::prioridad_derivacion, "): ", derivacion::estado_derivacion))
           end-perform.
       end method.

       *>
       *> BotonRegistrarOrdenEnfermeria
       *>
           goback.
       end method.

       *>
       *> MostrarCalendarioVacunal
       *>
       *> Muestra el estado del calendario vacunal del paciente de la
       *> cita, dosis a dosis (ver CalendarioVacunal).
       *>
       method-id MostrarCalendarioVacunal final private.
       local-storage section.
       01 estado List[type CitaMe.modelo.CalendarioVacunal].
       procedure division.
           invoke tablaCalendarioVacunal::Items::Clear().
           set estado to modeloCalendario::DevuelveEstadoPaciente(cita::paciente_cita).
           perform varying dosis as type CitaMe.modelo.CalendarioVacunal through estado
               invoke tablaCalendarioVacunal::Items::Add(dosis)
           end-perform.
       end method.

       *>
       *> BotonRegistrarVacuna
       *>
       *> Registra una dosis administrada en la consulta (o, con otra
       *> fecha, una dosis de la cartilla en papel del paciente) en su
       *> calendario vacunal (ver CalendarioVacunal::RegistrarDosis).
       *>
       method-id BotonRegistrarVacuna final private.
       local-storage section.
       01 fechaDosis string.
       01 idCitaDosis binary-long.
       01 motivo string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if VacunaNombre::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique la vacuna administrada.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           *> Sin fecha, la dosis es de hoy y queda ligada a la cita
           if VacunaFecha::SelectedDate::HasValue
               set fechaDosis to VacunaFecha::SelectedDate::Value::ToString("yyyy-MM-dd")
               set idCitaDosis to 0
           else
               set fechaDosis to type DateTime::Today::ToString("yyyy-MM-dd")
               set idCitaDosis to cita::id_cita
           end-if

           set motivo to modeloCalendario::RegistrarDosis(cita::paciente_cita, VacunaNombre::Text, fechaDosis,
               VacunaLote::Text, type CitaMe.vista.Login::idUsuario, idCitaDosis).
           if not motivo::Equals("")
               invoke type MessageBox::Show(motivo, "Dosis no registrada", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set VacunaNombre::Text to "".
           set VacunaLote::Text to "".
           invoke MostrarCalendarioVacunal().
           invoke type MessageBox::Show("Dosis registrada en el calendario vacunal.", "Vacunación registrada", type MessageBoxButton::OK, type MessageBoxImage::Information).
           goback.
       end method.

       *>
       *> BotonImprimirCartillaVacunal
       *>
       *> Genera y abre la cartilla de vacunación del paciente de la
       *> cita (ver CalendarioVacunal::ImprimirCartilla).
       *>
       method-id BotonImprimirCartillaVacunal final private.
       local-storage section.
       01 rutaCartilla string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set rutaCartilla to modeloCalendario::ImprimirCartilla(cita::paciente_cita).
           if not rutaCartilla::Equals("")
               invoke type System.Diagnostics.Process::Start(rutaCartilla)
           end-if
           goback.
       end method.

       *>
       *> MostrarRutasPaciente
       *>
       *> Rellena la tabla con las etapas de las rutas asistenciales
       *> abiertas del paciente de la cita (ver modelo
       *> RutaAsistencial).
       *>
       method-id MostrarRutasPaciente final private.
       local-storage section.
       01 etapas List[type CitaMe.modelo.RutaAsistencial].
       procedure division.
           invoke tablaRutasPaciente::Items::Clear().
           set etapas to modeloRuta::DevuelveEtapasPaciente(cita::paciente_cita).
           perform varying etapa as type CitaMe.modelo.RutaAsistencial through etapas
               invoke tablaRutasPaciente::Items::Add(etapa)
           end-perform.
       end method.

       *>
       *> BotonInscribirRuta
       *>
       *> Inscribe al paciente de la cita en la ruta asistencial
       *> seleccionada, con el médico de la cita como responsable, y
       *> muestra qué etapas han quedado reservadas y cuáles en cola
       *> (ver RutaAsistencial::InscribirPaciente).
       *>
       method-id BotonInscribirRuta final private.
       local-storage section.
       01 rutaElegida type CitaMe.modelo.RutaAsistencial.
       01 resumen List[string].
       01 textoResumen string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set rutaElegida to listaRutasAsistenciales::SelectedItem as type CitaMe.modelo.RutaAsistencial.
           if rutaElegida = null
               invoke type MessageBox::Show("Seleccione la ruta asistencial.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set resumen to modeloRuta::InscribirPaciente(rutaElegida::id_ruta, cita::paciente_cita, cita::medico_cita).
           set textoResumen to rutaElegida::nombre_ruta.
           perform varying lineaResumen as string through resumen
               set textoResumen to type String::Concat(textoResumen, type Environment::NewLine, "- ", lineaResumen)
           end-perform.
           invoke type MessageBox::Show(textoResumen, "Ruta asistencial", type MessageBoxButton::OK, type MessageBoxImage::Information).
           invoke MostrarRutasPaciente().
           goback.
       end method.

       *>
       *> BotonEmitirBajaIT
       *>
       *> Emite el parte de baja por incapacidad temporal del paciente
       *> enlazado a la cita, con el código CIE-10 indicado (o el
       *> primero de los códigos del diagnóstico) y la duración
       *> prevista; las revisiones de confirmación quedan reservadas
       *> como citas (ver ParteIncapacidad::EmitirBaja). Se imprimen
       *> las copias del paciente y de la empresa.
       *>
       method-id BotonEmitirBajaIT final private.
       local-storage section.
       01 codigoBaja string.
       01 codigosDiagnostico type System.String occurs any.
       01 duracionPrevista binary-short.
       01 idParte binary-long.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set codigoBaja to BajaCodigoCie10::Text::Trim().
           if codigoBaja::Equals("") and not CodigosCie10::Text::Trim()::Equals("")
               set codigosDiagnostico to CodigosCie10::Text::Split(",")
               set codigoBaja to codigosDiagnostico[0]::Trim()
           end-if

           if codigoBaja::Equals("") or BajaDuracionPrevista::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique el código CIE-10 del proceso y la duración prevista de la baja en días.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           if modeloParteIT::DevuelveBajaAbiertaPaciente(cita::paciente_cita) > 0
               invoke type MessageBox::Show("El paciente ya tiene una baja abierta: emita la confirmación o el alta de esa baja.", "Incapacidad temporal", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set duracionPrevista to type Int16::Parse(BajaDuracionPrevista::Text).
           set idParte to modeloParteIT::EmitirBaja(cita::id_cita, codigoBaja, duracionPrevista).
           if idParte = 0
               invoke type MessageBox::Show("Ha ocurrido un error emitiendo el parte de baja.", "Error - Base de datos", type MessageBoxButton::OK, type MessageBoxImage::Error)
               goback
           end-if

           invoke ImprimirParteIT(idParte, "Baja").
           set BajaCodigoCie10::Text to "".
           set BajaDuracionPrevista::Text to "".
           invoke type MessageBox::Show("Parte de baja emitido. Las revisiones de confirmación quedan reservadas en la agenda.", "Incapacidad temporal", type MessageBoxButton::OK, type MessageBoxImage::Information).
           goback.
       end method.

       *>
       *> BotonEmitirConfirmacionIT
       *>
       *> Emite el parte de confirmación de la baja cuya revisión es
       *> esta cita (ver ParteIncapacidad::EmitirConfirmacion) e
       *> imprime sus dos copias.
       *>
       method-id BotonEmitirConfirmacionIT final private.
       local-storage section.
       01 idParte binary-long.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set idParte to modeloParteIT::EmitirConfirmacion(cita::id_cita).
           if idParte = 0
               invoke type MessageBox::Show("Esta cita no es una revisión de confirmación pendiente de una baja abierta.", "Incapacidad temporal", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           invoke ImprimirParteIT(idParte, "Confirmación").
           goback.
       end method.

       *>
       *> BotonAltaIT
       *>
       *> Da de alta la baja abierta del paciente con el motivo
       *> indicado, cancelando las revisiones que quedaban (ver
       *> ParteIncapacidad::RegistrarAlta), e imprime sus dos copias.
       *>
       method-id BotonAltaIT final private.
       local-storage section.
       01 idParte binary-long.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if MotivoAltaIT::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique el motivo del alta.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set idParte to modeloParteIT::DevuelveBajaAbiertaPaciente(cita::paciente_cita).
           if idParte = 0
               invoke type MessageBox::Show("El paciente no tiene ninguna baja abierta.", "Incapacidad temporal", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           if not modeloParteIT::RegistrarAlta(idParte, MotivoAltaIT::Text)
               invoke type MessageBox::Show("Ha ocurrido un error registrando el alta.", "Error - Base de datos", type MessageBoxButton::OK, type MessageBoxImage::Error)
               goback
           end-if

           set MotivoAltaIT::Text to "".
           invoke ImprimirParteIT(idParte, "Alta").
           goback.
       end method.

       *>
       *> ImprimirParteIT
       *>
       *> Genera las copias del paciente y de la empresa de un parte
       *> de incapacidad temporal y las abre para imprimirlas, igual
       *> que la receta.
       *>
       method-id ImprimirParteIT final private.
       local-storage section.
       01 rutas List[string].
       procedure division using by value idParte as binary-long
                                         tipo as string.
           set rutas to modeloParteIT::ImprimirParte(idParte, tipo).
           perform varying rutaParte as string through rutas
               invoke type System.Diagnostics.Process::Start(rutaParte)
           end-perform.
       end method.

       *>
       *> BotonNotificarIncidente
       *>
       *> Carga el formulario de notificación de incidentes de
       *> seguridad del paciente
       *>
       method-id BotonNotificarIncidente final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
          set vtnPrincipal::FrameOrigen to "/vista/medico/IniciarCita.xaml".
          invoke vtnPrincipal::CambiarFrame("/vista/NotificarIncidente.xaml").
          goback.
       end method.

       *>
       *> BotonIrInicio
       *>
