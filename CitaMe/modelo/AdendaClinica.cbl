       *>
       *> AdendaClinica
       *>
       *> Clase que encapsula las adendas de las consultas cerradas.
       *> Cerrada la consulta (ver Cita::ConsultaCerrada) sus notas
       *> clínicas, su diagnóstico y sus códigos CIE-10 son de solo
       *> lectura por razones médico-legales; cualquier corrección
       *> posterior se añade como adenda fechada y firmada por su
       *> autor, sin tocar el original, y se muestra junto a él en el
       *> historial del paciente y en el informe clínico impreso.
       *>
       *> La firma es el SHA-256 de la cita, el autor, la fecha y el
       *> texto de la adenda (ver CadenaAuditoria::CalcularHash): al
       *> leerla se vuelve a calcular y una adenda retocada en la base
       *> de datos aparece marcada como firma no válida.
       *>
       *> Tabla adendas_clinicas: id_adenda, cita_adenda, autor_adenda,
       *> fecha_adenda, texto_adenda y firma_adenda.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.AdendaClinica.

       working-storage section.

       01 modeloErrores type CitaMe.modelo.RegistroErrores.
       01 modeloCadena type CitaMe.modelo.CadenaAuditoria.

       01 mfsqlmessagetext pic x(355) values "".

       *> Habilita las variables de SQL
       exec sql
           include sqlca
       end-exec.

       method-id NEW.
       procedure division.
           set modeloErrores to new CitaMe.modelo.RegistroErrores().
           set modeloCadena to new CitaMe.modelo.CadenaAuditoria().
           goback.
       end method.

       *>
       *> RegistrarAdenda
       *>
       *> Añade una adenda firmada a una consulta cerrada. Mientras la
       *> consulta sigue abierta no hay adendas: se corrige
       *> directamente la nota o el diagnóstico.
       *>
       *> Parámetros:
       *>     idCita (int): Cita cerrada a la que se añade la adenda
       *>     idAutor (int): Médico que firma la adenda
       *>     texto (str): Texto de la corrección
       *>
       *> Devuelve:
       *>     str: "" si se ha registrado, o el motivo del rechazo
       *>
       method-id RegistrarAdenda.
       local-storage section.
       01 idCitaSQL pic S9(9) COMP-4.
       01 idAutorSQL pic S9(9) COMP-4.
       01 fechaSQL pic x(19).
       01 textoSQL pic x(4000).
       01 firmaSQL pic x(64).
       01 medicoAutor pic S9(9) COMP-4.
       01 fechaStr string.
       01 textoStr string.
       01 modeloCita type CitaMe.modelo.Cita.
       procedure division using by value idCita as binary-long
                                         idAutor as binary-long
                                         texto as string
                                   returning motivo as string.

           set motivo to "".

           if texto::Trim()::Equals("")
               set motivo to "Escriba el texto de la adenda."
               goback
           end-if

           set modeloCita to new CitaMe.modelo.Cita().
           if not modeloCita::ConsultaCerrada(idCita)
               set motivo to "La consulta sigue abierta: corrija directamente la nota o el diagnóstico."
               goback
           end-if

           set idCitaSQL to idCita.
           set idAutorSQL to idAutor.

           *> Solo un médico puede firmar una adenda clínica
           exec sql
               select m.id_usuario_medico into :medicoAutor
               from medicos as m
               where m.id_usuario_medico = :idAutorSQL
           end-exec.
           if not SQLCODE = 0
               set motivo to "Solo un médico puede firmar una adenda clínica."
               goback
           end-if

           set fechaSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").
           set textoSQL to texto::Trim().
           set fechaStr to (fechaSQL as string)::Trim().
           set textoStr to (textoSQL as string)::Trim().
           set firmaSQL to CalcularFirma(idCita, idAutor, fechaStr, textoStr).

           exec sql
               insert into adendas_clinicas
                   (cita_adenda, autor_adenda, fecha_adenda, texto_adenda, firma_adenda)
               values
                   (:idCitaSQL, :idAutorSQL, :fechaSQL, :textoSQL, :firmaSQL)
           end-exec.

           if SQLCODE < 0
               set motivo to "Ha ocurrido un error registrando la adenda."
               invoke modeloErrores::RegistrarError("AdendaClinica::RegistrarAdenda", SQLCODE, (mfsqlmessagetext as type System.String)::Trim())
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
       *> DevuelveAdendasCita
       *>
       *> Devuelve las adendas de una cita en orden cronológico, ya
       *> preparadas para mostrarlas debajo del original ("Adenda
       *> dd/MM/yyyy HH:mm - Dr. ...: texto"), igual que
       *> OrdenEnfermeria::DevuelveOrdenesCita. Las adendas cuya firma
       *> no coincide con su contenido se marcan.
       *>
       *> Parámetros:
       *>     idCita (int): Cita a consultar
       *>
       *> Devuelve:
       *>     List[str]: adendas de la cita, de la más antigua a la
       *>                más reciente
       *>
       method-id DevuelveAdendasCita.
       local-storage section.
       01 idCitaSQL pic S9(9) COMP-4.
       01 idAutor pic S9(9) COMP-4.
       01 fecha pic x(19).
       01 texto pic x(4000).
       01 firma pic x(64).
       01 nombreAutor pic x(45).
       01 apellidosAutor pic x(80).
       01 fechaStr string.
       01 textoStr string.
       01 firmaEsperada string.
       01 lineaAdenda string.
       01 fechaAdenda type DateTime.
       procedure division using by value idCita as binary-long
                                   returning adendas as List[string].

           set adendas to new List[string]().
           set idCitaSQL to idCita.

           exec sql
               declare adendasCitaTbl cursor for
                   select a.autor_adenda, a.fecha_adenda, a.texto_adenda, a.firma_adenda,
                          coalesce(u.nombre_real_usuario, ''), coalesce(u.apellidos_usuario, '')
                   from adendas_clinicas as a
                   left join usuarios as u on (a.autor_adenda = u.id_usuario)
                   where a.cita_adenda = :idCitaSQL
                   order by a.fecha_adenda asc, a.id_adenda asc
           end-exec.

           exec sql
               open adendasCitaTbl
           end-exec.

           perform until SQLCODE < 0 OR SQLCODE = 100
               exec sql
                   fetch adendasCitaTbl into
                   :idAutor, :fecha, :texto, :firma, :nombreAutor, :apellidosAutor
               end-exec
               if SQLCODE = 0
                   set fechaStr to (fecha as string)::Trim()
                   set textoStr to (texto as string)::Trim()
                   set fechaAdenda to type DateTime::ParseExact(fechaStr, "yyyy-MM-dd HH:mm:ss", type System.Globalization.CultureInfo::InvariantCulture)
                   set lineaAdenda to type String::Concat(
                       "Adenda ", fechaAdenda::ToString("dd/MM/yyyy HH:mm"),
                       " - Dr. ", (nombreAutor as string)::Trim(), " ", (apellidosAutor as string)::Trim(),
                       ": ", textoStr)
                   set firmaEsperada to CalcularFirma(idCita, idAutor, fechaStr, textoStr)
                   if not firmaEsperada::Equals((firma as string)::Trim())
                       set lineaAdenda to type String::Concat(lineaAdenda, " [FIRMA NO VÁLIDA]")
                   end-if
                   invoke adendas::Add(lineaAdenda)
               end-if
           end-perform.

           exec sql
               close adendasCitaTbl
           end-exec.

       end method.

       *>
       *> CalcularFirma
       *>
       *> Firma de una adenda: SHA-256 de la cita, el autor, la fecha
       *> y el texto.
       *>
       method-id CalcularFirma private.
       local-storage section.
       01 contenido string.
       procedure division using by value idCita as binary-long
                                         idAutor as binary-long
                                         fecha as string
                                         texto as string
                                   returning firma as string.

           set contenido to type String::Concat(idCita::ToString(), "|", idAutor::ToString(), "|", fecha, "|", texto).
           set firma to modeloCadena::CalcularHash(contenido).

       end method.

       end class.
