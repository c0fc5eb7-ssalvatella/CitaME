       *> y el técnico dispone de una lista de trabajo del día.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.AgendaPrueba.

       *> BuscarHuecoPrueba
       *>
       *> Busca el primer hueco libre de la agenda del tipo de prueba
       *> indicado a partir de hoy (ver BuscarHuecoPruebaDesde).
       *>
       *> Parámetros:
       *>     tipo (str): Tipo de prueba a citar
       *>          horizonte de búsqueda
       *>
       method-id BuscarHuecoPrueba.
       procedure division using by value tipo as string
                                   returning hueco as string.

           set hueco to BuscarHuecoPruebaDesde(tipo, type DateTime::Today).

       end method.

       *>
       *> BuscarHuecoPruebaDesde
       *>
       *> Busca el primer hueco libre de la agenda del tipo de prueba
       *> indicado a partir de una fecha: recorre los días laborables
       *> siguientes y, dentro de cada uno, los huecos de la franja de
       *> la agenda al ritmo de su duración, descartando los ya
       *> citados sobre esa sala, igual que Cita::BuscarHueco recorre
       *> la agenda del médico. Los pasos de las rutas asistenciales
       *> la usan para citar la prueba en su semana (ver modelo
       *> RutaAsistencial).
       *>
       *> Parámetros:
       *>     tipo (str): Tipo de prueba a citar
       *>     desde (DateTime): Primer día en el que buscar
       *>
       *> Devuelve:
       *>     str: "fecha|hora|sala" del primer hueco libre, o "" si
       *>          el tipo no tiene agenda o no hay hueco en el
       *>          horizonte de búsqueda
       *>
       method-id BuscarHuecoPruebaDesde.
       local-storage section.
       01 tipoSQL pic x(100).
       01 sala pic x(25).
       01 dia binary-short.
       01 ocupados pic S9(9) COMP-4.
       procedure division using by value tipo as string
                                         desde as type DateTime
                                   returning hueco as string.

           set hueco to "".
           set salaSQL to sala.

           perform varying dia from 0 by 1 until dia > DIAS_BUSQUEDA_PRUEBA
               set fecha to desde::Date::AddDays(dia)

               if not (fecha::DayOfWeek = type DayOfWeek::Saturday or fecha::DayOfWeek = type DayOfWeek::Sunday)
                   set fechaSQL to fecha::ToString("yyyy-MM-dd")
       01 fechaArgumento pic x(10).
       01 horaArgumento pic x(8).
       01 salaSQL pic x(25).
       01 modeloRuta type CitaMe.modelo.RutaAsistencial.
       procedure division using by value idPrueba as binary-long
                                         fechaSQL as string
                                         horaSQL as string
               commit
           end-exec.

           *> Si la prueba es un paso de una ruta asistencial, los
           *> pasos que dependen de ella se replanifican
           if exito
               set modeloRuta to new CitaMe.modelo.RutaAsistencial()
               invoke modeloRuta::ReplanificarDesdePrueba(idPrueba)
           end-if

       end method.

       *>
       *>          pendiente por el circuito clásico)
       *>
       method-id CitarPruebaAutomatica.
       procedure division using by value idPrueba as binary-long
                                         tipo as string
                                   returning citacion as string.

           set citacion to CitarPruebaAutomaticaDesde(idPrueba, tipo, type DateTime::Today).

       end method.

       *>
       *> CitarPruebaAutomaticaDesde
       *>
       *> Igual que CitarPruebaAutomatica, pero buscando el hueco a
       *> partir de una fecha dada. Sobre una petición ya citada la
       *> vuelve a citar en el nuevo hueco.
       *>
       *> Parámetros:
       *>     idPrueba (int): Petición a citar
       *>     tipo (str): Tipo de prueba
       *>     desde (DateTime): Primer día en el que buscar hueco
       *>
       *> Devuelve:
       *>     str: "fecha|hora|sala" del hueco citado, o "" si no quedó
       *>          hueco
       *>
       method-id CitarPruebaAutomaticaDesde.
       local-storage section.
       01 hueco string.
       01 partes type System.String occurs any.
       procedure division using by value idPrueba as binary-long
                                         tipo as string
                                         desde as type DateTime
                                   returning citacion as string.

           set citacion to "".

           set hueco to BuscarHuecoPruebaDesde(tipo, desde).
           if hueco::Equals("")
               goback
           end-if
