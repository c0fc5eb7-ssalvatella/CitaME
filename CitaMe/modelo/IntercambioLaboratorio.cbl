       *> también puede lanzarse a demanda desde AdminPruebas.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.IntercambioLaboratorio.

       01 contenido type System.Text.StringBuilder.
       01 rutaArchivo string.
       01 exportadas binary-long.
       01 parametros type CitaMe.modelo.Parametros.
       procedure division returning totalExportadas as binary-long.

           set exportadas to 0.

           *> En una copia con los envíos cortados (ver
           *> CopiaAnonimizada) no se manda nada al laboratorio
           set parametros to new CitaMe.modelo.Parametros().
           if parametros::EnviosDesactivados()
               set totalExportadas to 0
               goback
           end-if
           set idsExportadas to new List[binary-long]().
           set contenido to new System.Text.StringBuilder().

       01 archivos type System.String occurs any.
       01 rutaDestino string.
       01 procesados binary-long.
       01 parametros type CitaMe.modelo.Parametros.
       procedure division returning totalProcesados as binary-long.

           set procesados to 0.

           *> Ni se recogen sus resultados en una copia con los envíos
           *> cortados: no son de los pacientes de la copia
           set parametros to new CitaMe.modelo.Parametros().
           if parametros::EnviosDesactivados()
               set totalProcesados to 0
               goback
           end-if

           set archivos to type System.IO.Directory::GetFiles(CarpetaIntercambio("entrada"), "*.txt").

           perform varying archivo as string through archivos
