       *> cuando una clave no está en la tabla.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.Parametros.


       end method.

       *>
       *> EnviosDesactivados
       *>
       *> Indica si en esta base están cortados los envíos al exterior
       *> (parámetro envios_desactivados = 1), como en las copias
       *> anonimizadas para formación y pruebas (ver CopiaAnonimizada):
       *> el buzón de correo, los webhooks y el intercambio con el
       *> laboratorio no sacan nada.
       *>
       *> Devuelve:
       *>     Boolean: True si los envíos están desactivados
       *>
       method-id EnviosDesactivados.
       procedure division returning desactivados as type Boolean.

           set desactivados to False.
           if DevuelveEntero("envios_desactivados", 0) = 1
               set desactivados to True
           end-if.

       end method.

       end class.
