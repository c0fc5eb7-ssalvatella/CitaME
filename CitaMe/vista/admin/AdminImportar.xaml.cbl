       *> seguir presentes para no desalinear las columnas siguientes.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.vista.admin.AdminImportar is partial
                 inherits type System.Windows.Controls.Page.
       01 modeloUsuario type CitaMe.modelo.Usuario.
       01 modeloMedico type CitaMe.modelo.Medico.
       01 modeloCie10 type CitaMe.modelo.Cie10.
       01 modeloCrecimiento type CitaMe.modelo.CurvaCrecimiento.

       method-id NEW.
       procedure division.
           set modeloUsuario to new CitaMe.modelo.Usuario().
           set modeloMedico to new CitaMe.modelo.Medico().
           set modeloCie10 to new CitaMe.modelo.Cie10().
           set modeloCrecimiento to new CitaMe.modelo.CurvaCrecimiento().
           goback.
       end method.

           goback.
       end method.

       *>
       *> BotonImportarCrecimiento
       *>
       *> Carga en bloque las tablas de referencia de crecimiento
       *> pediátrico desde un fichero CSV (cabecera descartada;
       *> columnas medida,sexo,edad_meses,p3,p10,p25,p50,p75,p90,p97,
       *> con los percentiles en kg o cm y punto decimal), con el
       *> mismo recuento fila a fila de BotonImportar. La carga es
       *> repetible: una fila ya cargada se sustituye.
       *>
       method-id BotonImportarCrecimiento final private.
       local-storage section.
       01 rutaArchivo string.
       01 lineas type System.String occurs any.
       01 columnas type System.String occurs any.
       01 numeroFila binary-long value 0.
       01 filasCorrectas binary-long value 0.
       01 filasConError binary-long value 0.
       01 edadMeses binary-short.
       01 p3 binary-long.
       01 p10 binary-long.
       01 p25 binary-long.
       01 p50 binary-long.
       01 p75 binary-long.
       01 p90 binary-long.
       01 p97 binary-long.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.

           set rutaArchivo to RutaImportarCrecimiento::Text::Trim().

           if rutaArchivo::Equals("") or not type System.IO.File::Exists(rutaArchivo)
               invoke type MessageBox::Show("Indique la ruta de un fichero CSV existente.", "Error - Formulario", type MessageBoxButton::OK, type MessageBoxImage::Warning)
               goback
           end-if

           set lineas to type System.IO.File::ReadAllLines(rutaArchivo).

           perform varying linea as string through lineas
               set numeroFila to numeroFila + 1
               *> La primera línea es la cabecera, se descarta
               if numeroFila > 1 and not linea::Trim()::Equals("")
                   set columnas to linea::Split(",").
                   if columnas::Length < 10
                       set filasConError to filasConError + 1
                   else
                       *> Un número mal formado cuenta como fila con
                       *> error, igual que en BotonImportar
                       try
                           set edadMeses to type Int16::Parse(columnas[2]::Trim())
                           set p3 to modeloCrecimiento::DecimasDeTexto(columnas[3])
                           set p10 to modeloCrecimiento::DecimasDeTexto(columnas[4])
                           set p25 to modeloCrecimiento::DecimasDeTexto(columnas[5])
                           set p50 to modeloCrecimiento::DecimasDeTexto(columnas[6])
                           set p75 to modeloCrecimiento::DecimasDeTexto(columnas[7])
                           set p90 to modeloCrecimiento::DecimasDeTexto(columnas[8])
                           set p97 to modeloCrecimiento::DecimasDeTexto(columnas[9])
                           if modeloCrecimiento::RegistrarReferencia(columnas[0]::Trim(), columnas[1]::Trim(), edadMeses,
                                                                     p3, p10, p25, p50, p75, p90, p97)
                               set filasCorrectas to filasCorrectas + 1
                           else
                               set filasConError to filasConError + 1
                           end-if
                       catch ex as type System.Exception
                           set filasConError to filasConError + 1
                       end-try
                   end-if
               end-if
           end-perform.

           invoke type MessageBox::Show(type String::Concat("Carga de las tablas de crecimiento finalizada.", type Environment::NewLine,
               "Filas importadas: ", filasCorrectas::ToString(), type Environment::NewLine,
               "Filas con error: ", filasConError::ToString()), "Curvas de crecimiento", type MessageBoxButton::OK, type MessageBoxImage::Information)
           goback.
       end method.

       *>
       *> BotonImportar
       *>
