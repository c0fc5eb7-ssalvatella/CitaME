       *> dejan de sondear GET /citas para enterarse de los cambios.
       *>
       *> Autor: Samuel Salvatella
       *> Ultima modificación: 15/10/2026
       *>
       class-id CitaMe.modelo.Webhook.

       01 proximoIntentoSQL pic x(19).
       01 estadoSQL pic x(15).
       01 respuestaSQL pic x(255).
       01 parametros type CitaMe.modelo.Parametros.
       procedure division returning totalEntregados as binary-long.

           set entregados to 0.

           *> En una copia con los envíos cortados (ver
           *> CopiaAnonimizada) los avisos quedan pendientes sin salir
           set parametros to new CitaMe.modelo.Parametros().
           if parametros::EnviosDesactivados()
               set totalEntregados to 0
               goback
           end-if
           set ahoraSQL to type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss").

           *> Se recopilan primero los pendientes y después se entregan,
