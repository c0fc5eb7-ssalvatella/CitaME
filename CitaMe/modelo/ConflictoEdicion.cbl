       *>
       *> ConflictoEdicion
       *>
       *> Registro de los cambios rechazados por hacerse sobre una copia
       *> desactualizada de una cita o de una ficha de paciente o de
       *> médico. Cada una de estas filas lleva un número de versión
       *> (version_cita, version_paciente, version_medico) que sube con
       *> cada cambio guardado; si al guardar la versión leída por el
       *> usuario ya no es la de la base de datos, es que otra persona
       *> la ha cambiado mientras tanto: el cambio no se guarda, se le
       *> enseña al usuario qué ha cambiado para que lo rehaga, y el
       *> rechazo queda anotado aquí (ver Cita::RechazarCopiaObsoleta y
       *> Usuario::EditarPaciente/EditarMedico).
       *>
       *> Tablas:
       *>  - conflictos_edicion: id_conflicto, fecha_conflicto,
       *>    tabla_conflicto (citas/pacientes/medicos),
       *>    registro_conflicto (id de la fila), operacion_conflicto,
       *>    version_leida_conflicto, version_actual_conflicto,
       *>    usuario_conflicto, estacion_conflicto y cambios_conflicto.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.ConflictoEdicion.

       working-storage section.

       01 modeloErrores type CitaMe.modelo.RegistroErrores.

       *> Días que abarca por defecto el resumen de conflictos
       01 DIAS_RESUMEN_CONFLICTOS binary-long value 30.

       01 mfsqlmessagetext pic x(355) values "".

       *> Habilita las variables de SQL
       exec sql
           include sqlca
       end-exec.

       method-id NEW.
       procedure division.
           set modeloErrores to new CitaMe.modelo.RegistroErrores().
           goback.
       end method.

       *>
       *> Registrar
       *>
       *> Anota un cambio rechazado por hacerse sobre una copia
       *> desactualizada del registro.
       *>
       *> Parámetros:
       *>     tabla (str): Tabla del registro (citas, pacientes, medicos)
       *>     idRegistro (int): Id de la fila
       *>     operacion (str): Operación rechazada
       *>     versionLeida (int): Versión sobre la que trabajaba el usuario
       *>     versionActual (int): Versión guardada en ese momento
       *>     cambios (str): Resumen de lo que había cambiado
       *>
       method-id Registrar.
       local-storage section.
       01 fechaSQL pic x(19).
       01 tablaSQL pic x(20).
       01 registroSQL pic S9(9) COMP-4.
       01 operacionSQL pic x(40).
       01 versionLeidaSQL pic S9(9) COMP-4.
       01 versionActualSQL pic S9(9) COMP-4.
       01 usuarioSQL pic S9(9) COMP-4.
       01 estacionSQL pic x(40).
       01 cambiosSQL pic x(1000).
       procedure division using by value tabla as string
                                         idRegistro as binary-long
                                         operacion as string
                                         versionLeida as binary-long
                                         versionActual as binary-long
                                         cambios as string.

           set fechaSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").
           set tablaSQL to tabla.
           set registroSQL to idRegistro.
           set operacionSQL to operacion.
           set versionLeidaSQL to versionLeida.
           set versionActualSQL to versionActual.
           set usuarioSQL to type CitaMe.vista.Login::idUsuario.
           set estacionSQL to type Environment::MachineName.
           set cambiosSQL to cambios.

           exec sql
               insert into conflictos_edicion
                   (fecha_conflicto, tabla_conflicto, registro_conflicto, operacion_conflicto,
                    version_leida_conflicto, version_actual_conflicto, usuario_conflicto,
                    estacion_conflicto, cambios_conflicto)
               values
                   (:fechaSQL, :tablaSQL, :registroSQL, :operacionSQL,
                    :versionLeidaSQL, :versionActualSQL, :usuarioSQL,
                    :estacionSQL, :cambiosSQL)
           end-exec.

           if SQLCODE < 0
               invoke modeloErrores::RegistrarError("ConflictoEdicion::Registrar", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
               goback
           end-if

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> DevuelveResumen
       *>
       *> Cuenta los cambios rechazados en los últimos días, por tabla
       *> y operación, para ver con qué frecuencia ocurren.
       *>
       *> Parámetros:
       *>     dias (int): Días hacia atrás (0 = DIAS_RESUMEN_CONFLICTOS)
       *>
       *> Devuelve:
       *>     List[str]: una línea por tabla y operación
       *>
       method-id DevuelveResumen.
       local-storage section.
       01 desdeSQL pic x(19).
       01 tablaSQL pic x(20).
       01 operacionSQL pic x(40).
       01 totalSQL pic S9(9) COMP-4.
       01 usuariosSQL pic S9(9) COMP-4.
       01 ultimoSQL pic x(19).
       01 diasResumen binary-long.
       procedure division using by value dias as binary-long
                                   returning lineas as List[string].

           set lineas to new List[string]().
           set diasResumen to dias.
           if diasResumen <= 0
               set diasResumen to DIAS_RESUMEN_CONFLICTOS
           end-if
           set desdeSQL to type DateTime::Now::AddDays(- diasResumen)::ToString("yyyy-MM-dd HH:mm:ss").

           exec sql
               declare conflictosEdicionTbl cursor for
                   select c.tabla_conflicto, c.operacion_conflicto, count(*),
                          count(distinct c.usuario_conflicto), max(c.fecha_conflicto)
                   from conflictos_edicion as c
                   where c.fecha_conflicto >= :desdeSQL
                   group by c.tabla_conflicto, c.operacion_conflicto
                   order by count(*) desc
           end-exec.

           exec sql
               open conflictosEdicionTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch conflictosEdicionTbl into
                   :tablaSQL, :operacionSQL, :totalSQL, :usuariosSQL, :ultimoSQL
               end-exec

               if SQLCODE = 0
                   invoke lineas::Add(type String::Concat(
                       (tablaSQL as string)::Trim(), " - ", (operacionSQL as string)::Trim(), ": ",
                       totalSQL::ToString(), " rechazos de ", usuariosSQL::ToString(),
                       " usuarios (último ", (ultimoSQL as string)::Trim(), ")"))
               end-if
           end-perform.

           exec sql
               close conflictosEdicionTbl
           end-exec.

       end method.

       end class.
