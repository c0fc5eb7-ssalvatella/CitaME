       *> funcionando como clave de compatibilidad sin límites (ver
       *> ApiReservas::AtenderPeticion).
       *>
       *> También guarda las sesiones de paciente del API
       *> (api_sesiones_paciente): el widget identifica al paciente
       *> con su usuario y contraseña y recibe un testigo de duración
       *> limitada con el que consulta solo sus propios datos.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.ClaveApi.

       01 limite_minuto_clave property binary-long.
       01 peticiones_clave property binary-long.

       *> Minutos de validez del testigo de una sesión de paciente
       01 MINUTOS_SESION_PACIENTE binary-short value 30.

       *> Habilita las variables de SQL
       exec sql
           include sqlca

       end method.

       *>
       *> AbrirSesionPaciente
       *>
       *> Abre una sesión de paciente en el API, ya comprobados su
       *> usuario y contraseña, y devuelve el testigo que el widget
       *> enviará en la cabecera "X-Paciente-Token".
       *>
       *> Parámetros:
       *>     idPaciente (int): Paciente identificado
       *>     nombreIntegrador (str): Integrador por el que entra
       *>
       *> Devuelve:
       *>     str: Testigo de la sesión, "" en caso de error
       *>
       method-id AbrirSesionPaciente.
       local-storage section.
       01 tokenSQL pic x(32).
       01 idPacienteSQL pic S9(9) COMP-4.
       01 nombreSQL pic x(40).
       01 inicioSQL pic x(19).
       01 caducaSQL pic x(19).
       procedure division using by value idPaciente as binary-short
                                         nombreIntegrador as string
                                   returning token as string.

           set token to type Guid::NewGuid()::ToString("N").
           set tokenSQL to token.
           set idPacienteSQL to idPaciente.
           set nombreSQL to nombreIntegrador.
           set inicioSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").
           set caducaSQL to type DateTime::Now::AddMinutes(MINUTOS_SESION_PACIENTE)::ToString("yyyy-MM-dd HH:mm:ss").

           exec sql
               insert into api_sesiones_paciente
                   (token_sesion, paciente_sesion, clave_sesion, inicio_sesion, caduca_sesion)
               values
                   (:tokenSQL, :idPacienteSQL, :nombreSQL, :inicioSQL, :caducaSQL)
           end-exec.

           if SQLCODE < 0
               set token to ""
               exec sql
                   rollback
               end-exec
               goback
           end-if

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> BuscarSesionPaciente
       *>
       *> Devuelve el paciente de una sesión del API a partir de su
       *> testigo, siempre que no haya caducado y se use con la misma
       *> clave de integrador con la que se abrió.
       *>
       *> Parámetros:
       *>     token (str): Testigo recibido en la cabecera
       *>     nombreIntegrador (str): Integrador de la petición
       *>
       *> Devuelve:
       *>     int: Id del paciente, 0 si el testigo no es válido
       *>
       method-id BuscarSesionPaciente.
       local-storage section.
       01 tokenSQL pic x(32).
       01 nombreSQL pic x(40).
       01 ahoraSQL pic x(19).
       01 idPacienteSQL pic S9(9) COMP-4.
       procedure division using by value token as string
                                         nombreIntegrador as string
                                   returning idPaciente as binary-short.

           set idPaciente to 0.
           set tokenSQL to token::Trim().
           set nombreSQL to nombreIntegrador.
           set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           exec sql
               select s.paciente_sesion into :idPacienteSQL
               from api_sesiones_paciente as s
               where s.token_sesion = :tokenSQL
                 and s.clave_sesion = :nombreSQL
                 and s.caduca_sesion > :ahoraSQL
           end-exec.

           if SQLCODE = 0
               set idPaciente to idPacienteSQL
           end-if.

       end method.

       end class.
