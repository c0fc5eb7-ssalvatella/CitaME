       *> inicio para el administrador.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.vista.Admin is partial
                 inherits type System.Windows.Controls.Page.
       01 modeloParteExplotacion type CitaMe.modelo.ParteExplotacion.
       01 modeloCadenaAuditoria type CitaMe.modelo.CadenaAuditoria.
       01 modeloEquipamiento type CitaMe.modelo.Equipamiento.
       01 modeloNeveras type CitaMe.modelo.NeveraVacunas.
       01 modeloLibro type CitaMe.modelo.LibroEstupefacientes.
       01 modeloGuardia type CitaMe.modelo.Guardia.
       01 modeloPlantillaEnfermeria type CitaMe.modelo.PlantillaEnfermeria.
       01 modeloSimulacion type CitaMe.modelo.Simulacion.
       01 modeloEquipo type CitaMe.modelo.EquipoAsistencial.
       01 modeloConflictos type CitaMe.modelo.ConflictoEdicion.
       01 modeloCopiaAnonimizada type CitaMe.modelo.CopiaAnonimizada.

       *> Días de antigüedad a partir de los cuales una cita ya cerrada
       *> (cancelada, no presentada o con diagnóstico) se archiva
       01 avisoReposicion string.
       01 revisionesVencidas List[string].
       01 avisoRevisiones string.
       01 lotesCuarentena List[string].
       01 avisoCuarentena string.
       01 recuentosPendientes List[string].
       01 avisoRecuentos string.
       01 cambiosGuardia List[string].
       01 avisoCambiosGuardia string.
       01 tareasSinCubrir binary-long.
       01 accesosExcepcionales List[string].
       procedure division.
           invoke self::InitializeComponent().
           *> Guardamos la referencia a la ventana principal
           set modeloParteExplotacion to new CitaMe.modelo.ParteExplotacion().
           set modeloCadenaAuditoria to new CitaMe.modelo.CadenaAuditoria().
           set modeloEquipamiento to new CitaMe.modelo.Equipamiento().
           set modeloNeveras to new CitaMe.modelo.NeveraVacunas().
           set modeloLibro to new CitaMe.modelo.LibroEstupefacientes().
           set modeloGuardia to new CitaMe.modelo.Guardia().
           set modeloPlantillaEnfermeria to new CitaMe.modelo.PlantillaEnfermeria().
           set modeloSimulacion to new CitaMe.modelo.Simulacion().
           set modeloEquipo to new CitaMe.modelo.EquipoAsistencial().
           set modeloConflictos to new CitaMe.modelo.ConflictoEdicion().
           set modeloCopiaAnonimizada to new CitaMe.modelo.CopiaAnonimizada().
           *> Obtenemos los usuarios registrados recientemente
           set registradosRecientes to modeloUsuario::UltimosRegistrados().
           *> Ponemos los usuarios obtenidos en la tabla
               invoke type MessageBox::Show(avisoReposicion, "Reposición de botiquín", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           end-if

           *> Aviso de lotes en cuarentena por una excursión de
           *> temperatura de su nevera, pendientes de que farmacia los
           *> libere o descarte (ver modelo NeveraVacunas)
           set lotesCuarentena to modeloNeveras::DevuelveCuarentena().
           if lotesCuarentena::Count > 0
               set avisoCuarentena to type String::Concat("Excursiones de temperatura abiertas: ",
                   modeloNeveras::DevuelveExcursionesAbiertas()::ToString(), ". Lotes en cuarentena:").
               perform varying loteCuarentena as string through lotesCuarentena
                   set avisoCuarentena to type String::Concat(avisoCuarentena, type Environment::NewLine, "- ", loteCuarentena)
               end-perform
               invoke type MessageBox::Show(avisoCuarentena, "Cadena de frío", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           end-if

           *> Aviso de medicamentos controlados con el recuento del
           *> libro de estupefacientes pendiente de firma o vencido
           *> (ver LibroEstupefacientes::DevuelveRecuentosPendientes)
           set recuentosPendientes to modeloLibro::DevuelveRecuentosPendientes().
           if recuentosPendientes::Count > 0
               set avisoRecuentos to "Recuentos de estupefacientes pendientes:".
               perform varying recuentoPendiente as string through recuentosPendientes
                   set avisoRecuentos to type String::Concat(avisoRecuentos, type Environment::NewLine, "- ", recuentoPendiente)
               end-perform
               invoke type MessageBox::Show(avisoRecuentos, "Libro de estupefacientes", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           end-if

           *> Aviso de cambios de guardia pendientes de aprobación (ver
           *> Guardia::DevuelveCambiosPendientes)
           set cambiosGuardia to modeloGuardia::DevuelveCambiosPendientes().
           if cambiosGuardia::Count > 0
               set avisoCambiosGuardia to "Cambios de guardia pendientes de aprobación:".
               perform varying cambioGuardia as string through cambiosGuardia
                   set avisoCambiosGuardia to type String::Concat(avisoCambiosGuardia, type Environment::NewLine, "- ", cambioGuardia)
               end-perform
               invoke type MessageBox::Show(avisoCambiosGuardia, "Guardias", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           end-if

           *> Aviso de tareas de enfermería que el reparto dejó sin
           *> cubrir por falta de turno (ver PlantillaEnfermeria)
           set tareasSinCubrir to modeloPlantillaEnfermeria::ContarTareasSinCubrir().
           if tareasSinCubrir > 0
               invoke type MessageBox::Show(type String::Concat(
                   "Hay ", tareasSinCubrir::ToString(),
                   " tareas de enfermería sin cubrir por falta de turno. Revise la plantilla de enfermería."),
                   "Turnos de enfermería", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           end-if

           *> Aviso de accesos excepcionales a datos clínicos pendientes
           *> de revisión por el delegado de protección de datos (ver
           *> EquipoAsistencial)
           set accesosExcepcionales to modeloEquipo::DevuelvePendientesRevision().
           if accesosExcepcionales::Count > 0
               invoke type MessageBox::Show(type String::Concat(
                   "Hay ", accesosExcepcionales::Count::ToString(),
                   " accesos excepcionales a datos clínicos pendientes de revisión."),
                   "Accesos excepcionales", type MessageBoxButton::OK, type MessageBoxImage::Warning)
           end-if

           *> Aviso de errores SQL acumulados en las últimas 24 horas,
           *> para que los fallos silenciosos dejen de descubrirse
           *> cuando llama un paciente (ver RegistroErrores)
          goback.
       end method.

       *>
       *> BotonIrIncidentes
       *>
       *> Carga la vista de revisión de incidentes de seguridad del
       *> paciente
       *>
       method-id BotonIrIncidentes final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
          invoke vtnPrincipal::CambiarFrame("/vista/admin/AdminIncidentes.xaml").
          goback.
       end method.

       *>
       *> BotonIrInterpretes
       *>
       *> Carga la vista de intérpretes y agencias de interpretación
       *>
       method-id BotonIrInterpretes final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
          invoke vtnPrincipal::CambiarFrame("/vista/admin/AdminInterpretes.xaml").
          goback.
       end method.

       *>
       *> BotonIrQuejas
       *>
       *> DIAS_ANTIGUEDAD_ARCHIVO días de antigüedad, moviéndolas a
       *> citas_historico. Pensado para ejecutarse manualmente desde
       *> aquí hasta que se disponga de un programador de tareas externo.
       *> Primero se simula y solo se archivan, tras confirmar, las
       *> citas previstas (ver EjecutarConSimulacion).
       *>
       method-id BotonArchivarCitas final private.
       local-storage section.
       01 resultado string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
          set resultado to EjecutarConSimulacion("ArchivarCitasAntiguas", DIAS_ANTIGUEDAD_ARCHIVO::ToString(), "Archivado de citas").
          if not resultado::Equals("")
              invoke type MessageBox::Show(resultado, "Archivado de citas", type MessageBoxButton::OK, type MessageBoxImage::Information)
          end-if
          goback.
       end method.

       *> paciente haya introducido el código de confirmación, para que
       *> esos huecos vuelvan a estar disponibles. Pensado para
       *> ejecutarse periódicamente desde aquí hasta que se disponga de
       *> un programador de tareas externo, igual que BotonArchivarCitas,
       *> y como él con simulación previa.
       *>
       method-id BotonLiberarCitasNoConfirmadas final private.
       local-storage section.
       01 resultado string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
          set resultado to EjecutarConSimulacion("LiberarCitasNoConfirmadas", "", "Citas no confirmadas").
          if not resultado::Equals("")
              invoke type MessageBox::Show(resultado, "Citas no confirmadas", type MessageBoxButton::OK, type MessageBoxImage::Information)
          end-if
          goback.
       end method.

       *>
       *> BotonGenerarCopiaAnonimizada
       *>
       *> Genera la base anonimizada para formación o pruebas a partir
       *> de un juego de copia (el más reciente si no se indica), ver
       *> CopiaAnonimizada. La finalidad es obligatoria porque queda
       *> anotada con cada copia.
       *>
       method-id BotonGenerarCopiaAnonimizada final private.
       local-storage section.
       01 confirmacion type MessageBoxResult.
       01 resumen string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
          if FinalidadCopiaAnonimizada::Text::Trim()::Equals("")
              invoke type MessageBox::Show("Indique para qué se hace la copia (formación, pruebas de un proveedor...).", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
              goback
          end-if

          set confirmacion to type MessageBox::Show("Se sustituirá por completo la base de datos de la copia anonimizada. ¿Desea continuar?", "Copia anonimizada", type MessageBoxButton::YesNo, type MessageBoxImage::Question).
          if not confirmacion::Equals(type MessageBoxResult::Yes)
              goback
          end-if

          set resumen to modeloCopiaAnonimizada::GenerarCopia(RutaJuegoCopiaAnonimizada::Text::Trim(), FinalidadCopiaAnonimizada::Text::Trim()).
          if resumen::StartsWith("Error")
              invoke type MessageBox::Show(resumen, "Error - Copia anonimizada", type MessageBoxButton::OK, type MessageBoxImage::Error)
          else
              set RutaJuegoCopiaAnonimizada::Text to ""
              set FinalidadCopiaAnonimizada::Text to ""
              invoke type MessageBox::Show(resumen, "Copia anonimizada", type MessageBoxButton::OK, type MessageBoxImage::Information)
          end-if
          goback.
       end method.

       *>
       *> BotonVerCopiasAnonimizadas
       *>
       *> Muestra el registro de las últimas copias anonimizadas
       *> generadas, con quién las hizo y para qué.
       *>
       method-id BotonVerCopiasAnonimizadas final private.
       local-storage section.
       01 copias List[string].
       01 textoCopias string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
          set copias to modeloCopiaAnonimizada::DevuelveCopias().
          if copias::Count = 0
              invoke type MessageBox::Show("No se ha generado ninguna copia anonimizada.", "Copias anonimizadas", type MessageBoxButton::OK, type MessageBoxImage::Information)
              goback
          end-if

          set textoCopias to "Últimas copias anonimizadas:".
          perform varying copia as string through copias
              set textoCopias to type String::Concat(textoCopias, type Environment::NewLine, "- ", copia)
          end-perform.
          invoke type MessageBox::Show(textoCopias, "Copias anonimizadas", type MessageBoxButton::OK, type MessageBoxImage::Information).
          goback.
       end method.

       *> BotonRestaurarTabla
       *>
       *> Restaura una tabla concreta desde el fichero .sql de un juego
       *> de copia (ver Respaldo::RestaurarTabla). Acción delicada: se
       *> simula antes, comparando el fichero con la tabla actual, y
       *> solo se restaura tras confirmar el resumen de filas que se
       *> recuperan, modifican o eliminan.
       *>
       method-id BotonRestaurarTabla final private.
       local-storage section.
       01 resultado string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
          if RutaRestaurar::Text::Trim()::Equals("")
              invoke type MessageBox::Show("Indique la ruta del fichero .sql de la tabla a restaurar.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
              goback
          end-if

          set resultado to EjecutarConSimulacion("RestaurarTabla", RutaRestaurar::Text::Trim(), "Restauración").
          if resultado::Equals("")
              goback
          end-if

          if resultado::StartsWith("Ejecutada")
              set RutaRestaurar::Text to ""
              invoke type MessageBox::Show(type String::Concat("Tabla restaurada con éxito. ", resultado), "Restauración", type MessageBoxButton::OK, type MessageBoxImage::Information)
          else
              invoke type MessageBox::Show(resultado, "Error - Restauración", type MessageBoxButton::OK, type MessageBoxImage::Error)
          end-if
          goback.
       end method.

       *>
       *> EjecutarConSimulacion
       *>
       *> Simula una operación destructiva, muestra el resumen de lo
       *> que cambiaría y, si se confirma, la ejecuta limitada a los
       *> registros previstos (ver Simulacion). Si no se confirma, la
       *> simulación queda registrada sin ejecutar.
       *>
       *> Parámetros:
       *>     operacion (str): Operación a simular
       *>     parametro (str): Parámetro de la operación
       *>     titulo (str): Título de los mensajes
       *>
       *> Devuelve:
       *>     str: resultado de la ejecución, "" si no se ejecutó
       *>
       method-id EjecutarConSimulacion private.
       local-storage section.
       01 idSimulacion binary-long.
       01 accionConfirmada type MessageBoxResult.
       procedure division using by value operacion as string
                                         parametro as string
                                         titulo as string
                                   returning resultado as string.
          set resultado to "".

          set idSimulacion to modeloSimulacion::Simular(operacion, parametro).
          if idSimulacion = 0
              invoke type MessageBox::Show("No se ha podido simular la operación. Revise el registro de errores.", type String::Concat("Error - ", titulo), type MessageBoxButton::OK, type MessageBoxImage::Error)
              goback
          end-if

          set accionConfirmada to type MessageBox::Show(type String::Concat(modeloSimulacion::DevuelveResumen(idSimulacion),
              type Environment::NewLine, "¿Ejecutar la operación sobre estos registros?"),
              type String::Concat("Simulación - ", titulo), type MessageBoxButton::YesNo, type MessageBoxImage::Warning).
          if not accionConfirmada::Equals(type MessageBoxResult::Yes)
              goback
          end-if

          set resultado to modeloSimulacion::Ejecutar(idSimulacion).
          goback.
       end method.

       *>
       *> BotonVerErrores
       *>
           goback.
       end method.

       *>
       *> BotonVerAccesosExcepcionales
       *>
       *> Muestra al delegado de protección de datos la cola de
       *> accesos excepcionales ("romper el cristal") pendientes de
       *> revisión, con el motivo declarado y las consultas hechas al
       *> amparo de cada uno (ver EquipoAsistencial).
       *>
       method-id BotonVerAccesosExcepcionales final private.
       local-storage section.
       01 pendientes List[string].
       01 textoPendientes string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set pendientes to modeloEquipo::DevuelvePendientesRevision().
           if pendientes::Count = 0
               invoke type MessageBox::Show("No hay accesos excepcionales pendientes de revisión.", "Accesos excepcionales", type MessageBoxButton::OK, type MessageBoxImage::Information)
               goback
           end-if

           set textoPendientes to "Accesos excepcionales pendientes de revisión:".
           perform varying pendiente as string through pendientes
               set textoPendientes to type String::Concat(textoPendientes, type Environment::NewLine, "- ", pendiente)
           end-perform.
           invoke type MessageBox::Show(textoPendientes, "Accesos excepcionales", type MessageBoxButton::OK, type MessageBoxImage::Warning).
           goback.
       end method.

       *>
       *> BotonRevisarAccesoExcepcional
       *>
       *> Deja revisado el acceso excepcional cuyo id se indica, con el
       *> comentario del delegado de protección de datos.
       *>
       method-id BotonRevisarAccesoExcepcional final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           if AccesoExcepcionalRevisar::Text::Trim()::Equals("") or ComentarioRevisionAcceso::Text::Trim()::Equals("")
               invoke type MessageBox::Show("Indique el id del acceso excepcional y el comentario de la revisión.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           if modeloEquipo::MarcarRevisado(type Int32::Parse(AccesoExcepcionalRevisar::Text::Trim()),
                  type CitaMe.vista.Login::idUsuario, ComentarioRevisionAcceso::Text)
               set AccesoExcepcionalRevisar::Text to ""
               set ComentarioRevisionAcceso::Text to ""
               invoke type MessageBox::Show("Acceso excepcional revisado.", "Accesos excepcionales", type MessageBoxButton::OK, type MessageBoxImage::Information)
           else
               invoke type MessageBox::Show("No hay ningún acceso excepcional pendiente con ese id.", "Error - Accesos excepcionales", type MessageBoxButton::OK, type MessageBoxImage::Error)
           end-if
           goback.
       end method.

       *>
       *> BotonInformeAccesosExcepcionales
       *>
       *> Genera el informe de accesos excepcionales del mes en curso
       *> (el del mes anterior lo genera el planificador el día 1).
       *>
       method-id BotonInformeAccesosExcepcionales final private.
       local-storage section.
       01 rutaInforme string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set rutaInforme to modeloEquipo::GenerarInformeMensual(type DateTime::Now::ToString("yyyy-MM")).
           invoke type MessageBox::Show(type String::Concat("Informe generado: ", rutaInforme), "Accesos excepcionales", type MessageBoxButton::OK, type MessageBoxImage::Information).
           goback.
       end method.

       *>
       *> BotonVerConflictosEdicion
       *>
       *> Muestra cuántas veces se han rechazado en los últimos días
       *> cambios hechos sobre una copia desactualizada de una cita o
       *> de una ficha, por tabla y operación (ver ConflictoEdicion).
       *>
       method-id BotonVerConflictosEdicion final private.
       local-storage section.
       01 resumen List[string].
       01 textoResumen string.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set resumen to modeloConflictos::DevuelveResumen(0).
           if resumen::Count = 0
               invoke type MessageBox::Show("No se ha rechazado ningún cambio por edición simultánea en los últimos días.", "Conflictos de edición", type MessageBoxButton::OK, type MessageBoxImage::Information)
               goback
           end-if

           set textoResumen to "Cambios rechazados por edición simultánea:".
           perform varying linea as string through resumen
               set textoResumen to type String::Concat(textoResumen, type Environment::NewLine, "- ", linea)
           end-perform.
           invoke type MessageBox::Show(textoResumen, "Conflictos de edición", type MessageBoxButton::OK, type MessageBoxImage::Information).
           goback.
       end method.

       *>
       *> BotonConfigurarConsentimiento
       *>
