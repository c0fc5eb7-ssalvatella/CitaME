       *> apunta solo desde su pantalla.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.Campania.

       *> RegistrarVacunacion
       *>
       *> Registra la dosis administrada a un invitado de la campaña,
       *> con el lote y la enfermera que la pone. Un lote bloqueado en
       *> el inventario (retirado) no se admite (ver
       *> Inventario::LoteDisponible).
       *>
       *> Parámetros:
       *>     idCampania (int): Campaña de la dosis
       *> Devuelve:
       *>     Boolean: True en caso de ejecución correcta
       *>              False en caso de error (p.ej. paciente no
       *>              invitado a la campaña o lote bloqueado)
       *>
       method-id RegistrarVacunacion.
       local-storage section.
       01 loteSQL pic x(50).
       01 enfermeraSQL pic x(100).
       01 ahoraSQL pic x(19).
       01 modeloInventario type CitaMe.modelo.Inventario.
       procedure division using by value idCampania as binary-long
                                         idPaciente as binary-short
                                         lote as string
           set enfermeraSQL to enfermera::Trim().
           set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           set modeloInventario to new CitaMe.modelo.Inventario().
           if not modeloInventario::LoteDisponible(lote)
               set exito to False
               goback
           end-if

           exec sql
               update campania_invitados
               set vacunado_invitado = 1,
