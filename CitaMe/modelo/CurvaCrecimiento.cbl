       *>
       *> CurvaCrecimiento
       *>
       *> Clase que encapsula las curvas de crecimiento pediátricas:
       *> las tablas de referencia de crecimiento (tabla
       *> tablas_crecimiento, cargadas desde AdminImportar) dan, por
       *> medida, sexo y edad en meses, los valores de los percentiles
       *> P3, P10, P25, P50, P75, P90 y P97 en décimas, igual que las
       *> constantes (ver modelo Constante). Cada toma de peso, talla o
       *> perímetro cefálico de un niño se sitúa en su percentil según
       *> su edad en la fecha de la toma (fechaNacimiento_usuario) y su
       *> sexo (sexo_paciente, Mujer u Hombre), con la fila de
       *> referencia de la edad más próxima por debajo.
       *>
       *> Se marca con alerta la toma por debajo de P3, por encima de
       *> P97 o que ha cruzado dos o más líneas de percentil respecto
       *> a la primera toma de la serie.
       *>
       *> Tabla tablas_crecimiento: medida_crecimiento,
       *> sexo_crecimiento, edad_meses_crecimiento, p3_crecimiento,
       *> p10_crecimiento, p25_crecimiento, p50_crecimiento,
       *> p75_crecimiento, p90_crecimiento y p97_crecimiento.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.CurvaCrecimiento.

       working-storage section.

       *> Un punto de la curva: una toma situada en su percentil
       01 fecha_punto property string.
       01 edad_meses_punto property binary-short.
       01 valor_texto_punto property string.
       01 p3_texto_punto property string.
       01 p50_texto_punto property string.
       01 p97_texto_punto property string.
       01 percentil_punto property string.
       01 grafico_punto property string.
       01 alerta_punto property string.

       *> Edad (meses) hasta la que un paciente se considera niño para
       *> las curvas y la lista de alertas del médico
       01 EDAD_MESES_PEDIATRIA binary-short value 216.

       01 modeloConstante type CitaMe.modelo.Constante.
       01 modeloPaciente type CitaMe.modelo.Paciente.

       *> Habilita las variables de SQL
       exec sql
           include sqlca
       end-exec.

       method-id NEW.
       procedure division.
           set modeloConstante to new CitaMe.modelo.Constante().
           set modeloPaciente to new CitaMe.modelo.Paciente().
           goback.
       end method.

       *>
       *> RegistrarReferencia
       *>
       *> Da de alta (o sustituye) una fila de las tablas de
       *> referencia de crecimiento.
       *>
       *> Parámetros:
       *>     medida (str): Medida (Peso, Talla, Perimetro cefalico)
       *>     sexo (str): Mujer u Hombre
       *>     edadMeses (int): Edad en meses de la fila
       *>     p3 ... p97 (int): Valores de los percentiles en décimas
       *>
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>              False en caso de error
       *>
       method-id RegistrarReferencia.
       local-storage section.
       01 medidaSQL pic x(30).
       01 sexoSQL pic x(25).
       01 edadSQL pic S9(4) COMP-4.
       01 p3SQL pic S9(9) COMP-4.
       01 p10SQL pic S9(9) COMP-4.
       01 p25SQL pic S9(9) COMP-4.
       01 p50SQL pic S9(9) COMP-4.
       01 p75SQL pic S9(9) COMP-4.
       01 p90SQL pic S9(9) COMP-4.
       01 p97SQL pic S9(9) COMP-4.
       procedure division using by value medida as string
                                         sexo as string
                                         edadMeses as binary-short
                                         p3 as binary-long
                                         p10 as binary-long
                                         p25 as binary-long
                                         p50 as binary-long
                                         p75 as binary-long
                                         p90 as binary-long
                                         p97 as binary-long
                                   returning exito as type Boolean.

           *> Los percentiles tienen que ir en orden creciente
           if edadMeses < 0 or p3 > p10 or p10 > p25 or p25 > p50
               or p50 > p75 or p75 > p90 or p90 > p97
               set exito to False
               goback
           end-if

           set medidaSQL to medida::Trim().
           set sexoSQL to sexo::Trim().
           set edadSQL to edadMeses.
           set p3SQL to p3.
           set p10SQL to p10.
           set p25SQL to p25.
           set p50SQL to p50.
           set p75SQL to p75.
           set p90SQL to p90.
           set p97SQL to p97.

           *> Una fila repetida sustituye a la anterior, para poder
           *> volver a cargar las tablas actualizadas
           exec sql
               delete from tablas_crecimiento
               where medida_crecimiento = :medidaSQL
                 and sexo_crecimiento = :sexoSQL
                 and edad_meses_crecimiento = :edadSQL
           end-exec.

           exec sql
               insert into tablas_crecimiento
                   (medida_crecimiento, sexo_crecimiento, edad_meses_crecimiento,
                    p3_crecimiento, p10_crecimiento, p25_crecimiento, p50_crecimiento,
                    p75_crecimiento, p90_crecimiento, p97_crecimiento)
               values
                   (:medidaSQL, :sexoSQL, :edadSQL,
                    :p3SQL, :p10SQL, :p25SQL, :p50SQL, :p75SQL, :p90SQL, :p97SQL)
           end-exec.

           if SQLCODE < 0
               set exito to False
           else
               set exito to True
           end-if

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> DecimasDeTexto
       *>
       *> Convierte un valor de las tablas de referencia escrito con
       *> coma o punto decimal ("3,35", "49.9") a décimas, como
       *> NeveraVacunas::DecimasDeGrados. Lanza excepción si el texto
       *> no es un número.
       *>
       *> Parámetros:
       *>     texto (str): Valor en kg o cm
       *>
       *> Devuelve:
       *>     int: Valor en décimas
       *>
       method-id DecimasDeTexto.
       local-storage section.
       01 valor pic S9(4)V9(2).
       procedure division using by value texto as string
                                   returning decimas as binary-long.

           set valor to type Decimal::Parse(texto::Trim()::Replace(",", "."),
               type System.Globalization.CultureInfo::InvariantCulture).
           compute decimas rounded = valor * 10.

       end method.

       *>
       *> DevuelveCurvaPaciente
       *>
       *> Devuelve las tomas de una medida de un niño situadas en su
       *> percentil, de la más antigua a la más reciente, con la
       *> referencia P3/P50/P97 de su edad, un gráfico de texto de la
       *> posición en la curva y la alerta de cada toma. Lista vacía si
       *> el paciente no tiene fecha de nacimiento o sexo registrados.
       *>
       *> Parámetros:
       *>     idPaciente (int): Paciente a consultar
       *>     medida (str): Peso, Talla o Perimetro cefalico
       *>
       *> Devuelve:
       *>     List[CurvaCrecimiento]: puntos de la curva
       *>
       method-id DevuelveCurvaPaciente.
       local-storage section.
       01 idPacienteCorto binary-short.
       01 pacienteCurva type CitaMe.modelo.Paciente.
       01 fechaNacimiento type DateTime.
       01 fechaToma type DateTime.
       01 tomas List[type CitaMe.modelo.Constante].
       01 referencia List[binary-long].
       01 puntoActual type CurvaCrecimiento.
       01 edadMeses binary-short.
       01 valor binary-long.
       01 banda binary-short.
       01 bandaInicial binary-short.
       01 diferenciaBandas binary-short.
       01 percentilAprox binary-long.
       procedure division using by value idPaciente as binary-long
                                         medida as string
                                   returning curva as List[type CurvaCrecimiento].

           set curva to new List[type CurvaCrecimiento]().
           set idPacienteCorto to idPaciente.

           set pacienteCurva to modeloPaciente::DevuelvePaciente(idPacienteCorto).
           if pacienteCurva = null or pacienteCurva::sexo = null
               goback
           end-if
           if pacienteCurva::usuario::fechaNacimiento_usr = null
               or pacienteCurva::usuario::fechaNacimiento_usr::Trim()::Equals("")
               goback
           end-if
           set fechaNacimiento to type DateTime::Parse(pacienteCurva::usuario::fechaNacimiento_usr).

           set bandaInicial to -1.
           set tomas to modeloConstante::DevuelveTendenciaPaciente(idPacienteCorto, medida).
           perform varying toma as type CitaMe.modelo.Constante through tomas
               set fechaToma to type DateTime::Parse(toma::fecha_constante)
               set edadMeses to EdadEnMeses(fechaNacimiento, fechaToma)
               set valor to toma::valor_decimas_constante

               set puntoActual to new CurvaCrecimiento()
               set puntoActual::fecha_punto to fechaToma::ToString("dd/MM/yyyy")
               set puntoActual::edad_meses_punto to edadMeses
               set puntoActual::valor_texto_punto to type String::Concat(toma::valor_texto_constante, " ", toma::unidad_constante)
               set puntoActual::alerta_punto to ""

               set referencia to DevuelveReferencia(medida, pacienteCurva::sexo, edadMeses)
               if referencia = null
                   set puntoActual::percentil_punto to "Sin referencia"
                   set puntoActual::grafico_punto to ""
               else
                   set puntoActual::p3_texto_punto to FormateaValor(referencia[0])
                   set puntoActual::p50_texto_punto to FormateaValor(referencia[3])
                   set puntoActual::p97_texto_punto to FormateaValor(referencia[6])

                   set banda to DevuelveBanda(referencia, valor)
                   set percentilAprox to DevuelvePercentilAprox(referencia, valor, banda)
                   evaluate banda
                       when 0
                           set puntoActual::percentil_punto to "< P3"
                           set puntoActual::alerta_punto to "Por debajo de P3"
                       when 7
                           set puntoActual::percentil_punto to "> P97"
                           set puntoActual::alerta_punto to "Por encima de P97"
                       when other
                           set puntoActual::percentil_punto to type String::Concat("P", percentilAprox::ToString())
                   end-evaluate
                   set puntoActual::grafico_punto to DevuelveGrafico(percentilAprox)

                   *> Cruce de dos o más líneas de percentil respecto a la
                   *> primera toma de la serie
                   if bandaInicial < 0
                       set bandaInicial to banda
                   else
                       set diferenciaBandas to banda - bandaInicial
                       if diferenciaBandas < 0
                           set diferenciaBandas to 0 - diferenciaBandas
                       end-if
                       if diferenciaBandas >= 2 and puntoActual::alerta_punto::Equals("")
                           set puntoActual::alerta_punto to "Cruce de 2 o más percentiles"
                       end-if
                   end-if
               end-if

               invoke curva::Add(puntoActual)
           end-perform.

       end method.

       *>
       *> DevuelveAlertasPaciente
       *>
       *> Devuelve las alertas vigentes de crecimiento de un niño: las
       *> de la última toma de cada medida (peso, talla y perímetro
       *> cefálico). Lista vacía si no es un niño o no hay alertas.
       *>
       *> Parámetros:
       *>     idPaciente (int): Paciente a consultar
       *>
       *> Devuelve:
       *>     List[str]: "Medida: alerta (fecha de la toma)"
       *>
       method-id DevuelveAlertasPaciente.
       local-storage section.
       01 medidas type System.String occurs any.
       01 curva List[type CurvaCrecimiento].
       01 ultimoPunto type CurvaCrecimiento.
       01 ultimaPosicion binary-long.
       procedure division using by value idPaciente as binary-long
                                   returning alertas as List[string].

           set alertas to new List[string]().
           set medidas to "Peso;Talla;Perimetro cefalico"::Split(";").

           perform varying medidaCurva as string through medidas
               set curva to DevuelveCurvaPaciente(idPaciente, medidaCurva)
               if curva::Count > 0
                   set ultimaPosicion to curva::Count - 1
                   set ultimoPunto to curva[ultimaPosicion]
                   if ultimoPunto::edad_meses_punto < EDAD_MESES_PEDIATRIA
                       and not ultimoPunto::alerta_punto::Equals("")
                       invoke alertas::Add(type String::Concat(medidaCurva, ": ",
                           ultimoPunto::alerta_punto, " (", ultimoPunto::fecha_punto, ", ",
                           ultimoPunto::percentil_punto, ")"))
                   end-if
               end-if
           end-perform.

       end method.

       *>
       *> DevuelveNinosAlertaMedico
       *>
       *> Devuelve la lista de niños atendidos por un médico (con
       *> alguna cita con él) cuyo crecimiento tiene alguna alerta
       *> vigente (ver DevuelveAlertasPaciente).
       *>
       *> Parámetros:
       *>     idMedico (int): Médico a consultar
       *>
       *> Devuelve:
       *>     List[str]: "Nombre Apellidos - Medida: alerta (...)"
       *>
       method-id DevuelveNinosAlertaMedico.
       local-storage section.
       01 idMedicoSQL pic S9(9) COMP-4.
       01 nacidoDesdeSQL pic x(10).
       01 idPaciente pic S9(9) COMP-4.
       01 nombre pic x(45).
       01 apellidos pic x(80).
       01 idsPacientes List[binary-long].
       01 nombresPacientes List[string].
       01 alertas List[string].
       01 posicion binary-long.
       01 mesesAtras binary-long.
       procedure division using by value idMedico as binary-long
                                   returning lineas as List[string].

           set lineas to new List[string]().
           set idsPacientes to new List[binary-long]().
           set nombresPacientes to new List[string]().
           set idMedicoSQL to idMedico.
           set mesesAtras to 0 - EDAD_MESES_PEDIATRIA.
           set nacidoDesdeSQL to type DateTime::Today::AddMonths(mesesAtras)::ToString("yyyy-MM-dd").

           exec sql
               declare ninosMedicoTbl cursor for
                   select distinct c.paciente_cita,
                          coalesce(u.nombre_real_usuario, ''), coalesce(u.apellidos_usuario, '')
                   from citas as c
                   join usuarios as u on (c.paciente_cita = u.id_usuario)
                   where c.medico_cita = :idMedicoSQL
                     and u.fechaNacimiento_usuario > :nacidoDesdeSQL
                   order by 3, 2
           end-exec.

           exec sql
               open ninosMedicoTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch ninosMedicoTbl into :idPaciente, :nombre, :apellidos
               end-exec
               if SQLCODE = 0
                   invoke idsPacientes::Add(idPaciente)
                   invoke nombresPacientes::Add(type String::Concat(
                       (nombre as string)::Trim(), " ", (apellidos as string)::Trim()))
               end-if
           end-perform.

           exec sql
               close ninosMedicoTbl
           end-exec.

           perform varying posicion from 0 by 1 until posicion >= idsPacientes::Count
               set alertas to DevuelveAlertasPaciente(idsPacientes[posicion])
               perform varying alerta as string through alertas
                   invoke lineas::Add(type String::Concat(nombresPacientes[posicion], " - ", alerta))
               end-perform
           end-perform.

       end method.

       *>
       *> DevuelveReferencia
       *>
       *> Devuelve los valores P3, P10, P25, P50, P75, P90 y P97 (en
       *> décimas, en ese orden) de la fila de referencia de la medida
       *> y el sexo con la edad más próxima por debajo de la indicada.
       *> null si no hay tabla cargada para esa medida, sexo y edad.
       *>
       method-id DevuelveReferencia private.
       local-storage section.
       01 medidaSQL pic x(30).
       01 sexoSQL pic x(25).
       01 edadSQL pic S9(4) COMP-4.
       01 p3 pic S9(9) COMP-4.
       01 p10 pic S9(9) COMP-4.
       01 p25 pic S9(9) COMP-4.
       01 p50 pic S9(9) COMP-4.
       01 p75 pic S9(9) COMP-4.
       01 p90 pic S9(9) COMP-4.
       01 p97 pic S9(9) COMP-4.
       procedure division using by value medida as string
                                         sexo as string
                                         edadMeses as binary-short
                                   returning referencia as List[binary-long].

           set referencia to null.
           set medidaSQL to medida::Trim().
           set sexoSQL to sexo::Trim().
           set edadSQL to edadMeses.

           exec sql
               select t.p3_crecimiento, t.p10_crecimiento, t.p25_crecimiento, t.p50_crecimiento,
                      t.p75_crecimiento, t.p90_crecimiento, t.p97_crecimiento
               into :p3, :p10, :p25, :p50, :p75, :p90, :p97
               from tablas_crecimiento as t
               where t.medida_crecimiento = :medidaSQL
                 and t.sexo_crecimiento = :sexoSQL
                 and t.edad_meses_crecimiento =
                     (select max(t2.edad_meses_crecimiento)
                      from tablas_crecimiento as t2
                      where t2.medida_crecimiento = :medidaSQL
                        and t2.sexo_crecimiento = :sexoSQL
                        and t2.edad_meses_crecimiento <= :edadSQL)
           end-exec.

           if not SQLCODE = 0
               goback
           end-if

           set referencia to new List[binary-long]().
           invoke referencia::Add(p3).
           invoke referencia::Add(p10).
           invoke referencia::Add(p25).
           invoke referencia::Add(p50).
           invoke referencia::Add(p75).
           invoke referencia::Add(p90).
           invoke referencia::Add(p97).

       end method.

       *>
       *> DevuelveBanda
       *>
       *> Banda de percentil de un valor: número de líneas de
       *> referencia que alcanza (0 = por debajo de P3, 1 = entre P3 y
       *> P10, ..., 7 = por encima de P97).
       *>
       method-id DevuelveBanda private.
       procedure division using by value referencia as List[binary-long]
                                         valor as binary-long
                                   returning banda as binary-short.

           set banda to 0.
           perform varying linea as binary-long through referencia
               if valor >= linea
                   add 1 to banda
               end-if
           end-perform.

           *> Justo en P97 se queda dentro de la curva
           if banda = 7 and valor = referencia[6]
               set banda to 6
           end-if

       end method.

       *>
       *> DevuelvePercentilAprox
       *>
       *> Percentil aproximado de un valor por interpolación lineal
       *> entre las dos líneas de referencia de su banda (3 por debajo
       *> de P3 y 97 por encima de P97).
       *>
       method-id DevuelvePercentilAprox private.
       local-storage section.
       01 niveles List[binary-long].
       01 inferior binary-long.
       01 superior binary-long.
       01 nivelInferior binary-long.
       01 nivelSuperior binary-long.
       01 posicionInferior binary-short.
       procedure division using by value referencia as List[binary-long]
                                         valor as binary-long
                                         banda as binary-short
                                   returning percentil as binary-long.

           if banda <= 0
               set percentil to 3
               goback
           end-if
           if banda >= 7
               set percentil to 97
               goback
           end-if

           set niveles to new List[binary-long]().
           invoke niveles::Add(3).
           invoke niveles::Add(10).
           invoke niveles::Add(25).
           invoke niveles::Add(50).
           invoke niveles::Add(75).
           invoke niveles::Add(90).
           invoke niveles::Add(97).

           set posicionInferior to banda - 1.
           set inferior to referencia[posicionInferior].
           set superior to referencia[banda].
           set nivelInferior to niveles[posicionInferior].
           set nivelSuperior to niveles[banda].

           if superior = inferior
               set percentil to nivelInferior
           else
               set percentil to nivelInferior
                   + (valor - inferior) * (nivelSuperior - nivelInferior) / (superior - inferior)
           end-if

       end method.

       *>
       *> DevuelveGrafico
       *>
       *> Posición del percentil en una línea de texto de P0 a P100
       *> (un carácter cada 5 percentiles, "|" en P50), para dibujar
       *> la curva en la tabla de la consulta.
       *>
       method-id DevuelveGrafico private.
       local-storage section.
       01 marca binary-short.
       01 posicion binary-short.
       procedure division using by value percentil as binary-long
                                   returning grafico as string.

           set marca to (percentil + 2) / 5.
           set grafico to "".
           perform varying posicion from 0 by 1 until posicion > 20
               evaluate true
                   when posicion = marca
                       set grafico to type String::Concat(grafico, "*")
                   when posicion = 10
                       set grafico to type String::Concat(grafico, "|")
                   when other
                       set grafico to type String::Concat(grafico, "-")
               end-evaluate
           end-perform.

       end method.

       *>
       *> EdadEnMeses
       *>
       *> Edad en meses cumplidos en una fecha.
       *>
       method-id EdadEnMeses private.
       procedure division using by value fechaNacimiento as type DateTime
                                         fecha as type DateTime
                                   returning meses as binary-short.

           set meses to (fecha::Year - fechaNacimiento::Year) * 12 + fecha::Month - fechaNacimiento::Month.
           if fecha::Day < fechaNacimiento::Day
               subtract 1 from meses
           end-if
           if meses < 0
               set meses to 0
           end-if

       end method.

       *>
       *> FormateaValor
       *>
       *> Convierte un valor en décimas a su texto con un decimal
       *> (125 -> "12,5"), igual que Constante.
       *>
       method-id FormateaValor private.
       local-storage section.
       01 entera binary-long.
       01 decima binary-long.
       procedure division using by value valorDecimas as binary-long
                                   returning texto as string.

           set entera to valorDecimas / 10.
           set decima to function mod(valorDecimas, 10).
           set texto to type String::Concat(entera::ToString(), ",", decima::ToString()).

       end method.

       end class.
