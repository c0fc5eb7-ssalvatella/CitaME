       *> Clase que encapsula el modelo del paciente 
       *> en el sistema con todas sus consultas pertinentes.
       *>
       *> El fallecimiento (exitus) del paciente queda en su ficha
       *> (fecha_exitus_paciente, origen_exitus_paciente) junto con la
       *> fecha hasta la que debe conservarse (conservar_hasta_paciente)
       *> y la marca de solo lectura (solo_lectura_paciente), que
       *> bloquea cualquier cambio en la ficha mientras dura ese
       *> periodo (ver Cita::RegistrarExitus).
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.Paciente.

               goback
           end-if

           *> La ficha de un paciente fallecido es de solo lectura
           *> durante el periodo legal de conservación (ver
           *> Cita::RegistrarExitus)
           if EsSoloLectura(idPaciente)
               set exito to False
               goback
           end-if

           set carpetaFotos to type String::Concat(type AppDomain::CurrentDomain::BaseDirectory, "fotos").
           if not type System.IO.Directory::Exists(carpetaFotos)
               invoke type System.IO.Directory::CreateDirectory(carpetaFotos)
                                         interprete as binary-short
                                   returning exito as type Boolean.

           *> La ficha de un paciente fallecido es de solo lectura
           *> durante el periodo legal de conservación (ver
           *> Cita::RegistrarExitus)
           if EsSoloLectura(idPaciente)
               set exito to False
               goback
           end-if

           set idPacienteSQL to idPaciente.
           set movilidadSQL to movilidad.
           set auditivaSQL to auditiva.
                                         observaciones as string
                                   returning exito as type Boolean.

           *> La ficha de un paciente fallecido es de solo lectura
           *> durante el periodo legal de conservación (ver
           *> Cita::RegistrarExitus)
           if EsSoloLectura(idPaciente)
               set exito to False
               goback
           end-if

           set idPacienteSQL to idPaciente.
           set sustanciaSQL to sustancia::Trim().
           set severidadSQL to severidad::Trim().

       end method.

       *>
       *> EsSoloLectura
       *>
       *> Indica si la ficha del paciente está bloqueada por su
       *> fallecimiento: desde el registro del exitus hasta el fin del
       *> periodo legal de conservación no admite cambios ni citas
       *> nuevas.
       *>
       *> Parámetros:
       *>     idPaciente (int): Paciente a consultar
       *>
       *> Devuelve:
       *>     Boolean: True si la ficha es de solo lectura
       *>
       method-id EsSoloLectura.
       local-storage section.
       01 idPacienteSQL pic S9(9) COMP-4.
       01 hoySQL pic x(10).
       01 bloqueada pic S9(9) COMP-4.
       procedure division using by value idPaciente as binary-short
                                   returning soloLectura as type Boolean.

           set soloLectura to False.
           set idPacienteSQL to idPaciente.
           set hoySQL to type DateTime::Today::ToString("yyyy-MM-dd").
           set bloqueada to 0.

           exec sql
               select count(*) into :bloqueada
               from pacientes as p
               where p.id_usuario_paciente = :idPacienteSQL
                 and coalesce(p.solo_lectura_paciente, 0) = 1
                 and p.conservar_hasta_paciente >= :hoySQL
           end-exec.

           if SQLCODE = 0 and bloqueada > 0
               set soloLectura to True
           end-if.

       end method.

       *>
       *> DevuelveExitus
       *>
       *> Devuelve el fallecimiento registrado del paciente, para
       *> mostrarlo en el mostrador y en la administración de usuarios.
       *>
       *> Parámetros:
       *>     idPaciente (int): Paciente a consultar
       *>
       *> Devuelve:
       *>     str: "Exitus dd/MM/yyyy (origen), conservar hasta
       *>          dd/MM/yyyy", o "" si no consta
       *>
       method-id DevuelveExitus.
       local-storage section.
       01 idPacienteSQL pic S9(9) COMP-4.
       01 fechaExitusSQL pic x(10).
       01 origenExitusSQL pic x(45).
       01 conservarHastaSQL pic x(10).
       procedure division using by value idPaciente as binary-short
                                   returning exitus as string.

           set exitus to "".
           set idPacienteSQL to idPaciente.

           exec sql
               select p.fecha_exitus_paciente, coalesce(p.origen_exitus_paciente, ''),
                      p.conservar_hasta_paciente
               into :fechaExitusSQL, :origenExitusSQL, :conservarHastaSQL
               from pacientes as p
               where p.id_usuario_paciente = :idPacienteSQL
                 and p.fecha_exitus_paciente is not null
           end-exec.

           if not SQLCODE = 0
               goback
           end-if

           set exitus to type String::Concat("Exitus ",
               type DateTime::ParseExact(fechaExitusSQL, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture)::ToString("dd/MM/yyyy"),
               " (", (origenExitusSQL as type System.String)::Trim(), "), conservar hasta ",
               type DateTime::ParseExact(conservarHastaSQL, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture)::ToString("dd/MM/yyyy")).

       end method.

       end class.
