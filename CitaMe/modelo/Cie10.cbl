       *> autoridad sanitaria.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.Cie10.

       *> Medico::SincronizarEspecialidadesAdicionales sustituye las
       *> especialidades adicionales de una sola vez. Los códigos se
       *> guardan junto al texto libre del diagnóstico, no en su lugar.
       *> Una consulta ya cerrada (Cita::ConsultaCerrada) no admite
       *> cambios en sus códigos.
       *>
       *> Parámetros:
       *>     idCita (int): Cita diagnosticada
       01 idCitaSQL pic S9(9) COMP-4.
       01 partes type System.String occurs any.
       01 codigoSQL pic x(10).
       01 modeloCita type CitaMe.modelo.Cita.
       procedure division using by value idCita as binary-long
                                         codigosCSV as string
                                   returning exito as type Boolean.

           set modeloCita to new CitaMe.modelo.Cita().
           if modeloCita::ConsultaCerrada(idCita)
               set exito to False
               goback
           end-if

           set idCitaSQL to idCita.

           exec sql
