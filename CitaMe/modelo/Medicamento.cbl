       *> especialidades, para que el mismo fármaco deje de aparecer
       *> escrito de cinco maneras en las recetas.
       *>
       *> Los estupefacientes y demás sustancias controladas se marcan
       *> en el catálogo (columna controlado_medicamento) y llevan su
       *> libro registro (ver modelo LibroEstupefacientes).
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.Medicamento.

       *> Receta::DevuelveDuplicidadPaciente)
       01 principio_activo_medicamento property string.

       *> 1 si es una sustancia controlada con libro registro de
       *> estupefacientes
       01 controlado_medicamento property binary-short.

       *> Habilita las variables de SQL
       exec sql
           include sqlca
       01 dosisEstandar pic x(100).
       01 dosisStr string.
       01 numRecetas pic S9(9) COMP-4.
       01 controlado pic S9(4) COMP-4.
       procedure division returning medicamentos as List[type Medicamento].

           set medicamentos to new List[type Medicamento]().
                          coalesce(md.presentacion_medicamento, ''),
                          coalesce(md.dosis_estandar_medicamento, ''),
                          (select count(*) from recetas as r
                           where r.medicamento_id_receta = md.id_medicamento),
                          coalesce(md.controlado_medicamento, 0)
                   from medicamentos as md
                   order by md.nombre_medicamento
           end-exec.

               exec sql
                   fetch medicamentosTbl into
                   :idMedicamento, :nombre, :presentacion, :dosisEstandar, :numRecetas, :controlado
               end-exec

               if SQLCODE = 100
               set dosisStr to dosisEstandar as string
               set medicamentoActual::dosis_estandar_medicamento to dosisStr::Trim()
               set medicamentoActual::recetas_medicamento to numRecetas
               set medicamentoActual::controlado_medicamento to controlado

               invoke medicamentos::Add(medicamentoActual)


       end method.

       *>
       *> MarcarControlado
       *>
       *> Marca o desmarca un medicamento como sustancia controlada,
       *> con libro registro de estupefacientes. No se puede desmarcar
       *> mientras le quede saldo en el libro.
       *>
       *> Parámetros:
       *>     idMedicamento (int): Medicamento del catálogo
       *>     controlado (Boolean): True si es sustancia controlada
       *>
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>              False en caso de error o saldo pendiente
       *>
       method-id MarcarControlado.
       local-storage section.
       01 idMedicamentoSQL pic S9(9) COMP-4.
       01 controladoSQL pic S9(4) COMP-4.
       01 saldo pic S9(9) COMP-4.
       procedure division using by value idMedicamento as binary-long
                                         controlado as type Boolean
                                   returning exito as type Boolean.

           set exito to False.
           set idMedicamentoSQL to idMedicamento.

           if controlado
               set controladoSQL to 1
           else
               set controladoSQL to 0
               set saldo to 0
               exec sql
                   select coalesce(l.saldo_asiento, 0) into :saldo
                   from libro_estupefacientes as l
                   where l.medicamento_asiento = :idMedicamentoSQL
                     and l.numero_asiento = (
                         select max(l2.numero_asiento) from libro_estupefacientes as l2
                         where l2.medicamento_asiento = :idMedicamentoSQL)
               end-exec
               if SQLCODE < 0 or saldo > 0
                   goback
               end-if
           end-if

           exec sql
               update medicamentos
               set controlado_medicamento = :controladoSQL
               where id_medicamento = :idMedicamentoSQL
           end-exec.

           if SQLCODE >= 0
               set exito to True
           end-if

           exec sql
               commit
           end-exec.

       end method.

       *>
       *> RegistrarInteraccion
       *>
       *> EliminarMedicamento
       *>
       *> Da de baja un medicamento del catálogo maestro. Las recetas
       *> ya emitidas conservan su texto y su id de catálogo. Un
       *> medicamento con asientos en el libro de estupefacientes no
       *> se puede dar de baja.
       *>
       *> Parámetros:
       *>     idMedicamento (int): Id del medicamento a eliminar
       method-id EliminarMedicamento.
       local-storage section.
       01 idMedicamentoSQL pic S9(9) COMP-4.
       01 asientos pic S9(9) COMP-4.
       procedure division using by value idMedicamento as binary-long
                                   returning exito as type Boolean.

           set idMedicamentoSQL to idMedicamento.

           exec sql
               select count(*) into :asientos
               from libro_estupefacientes as l
               where l.medicamento_asiento = :idMedicamentoSQL
           end-exec.

           if not SQLCODE = 0 or asientos > 0
               set exito to False
               goback
           end-if

           exec sql
               delete from medicamentos where id_medicamento = :idMedicamentoSQL
           end-exec.
