       *> saltando sabados, domingos y los festivos dados de alta en
       *> festivos.ubd (ver GESTION_FESTIVOS). Si la fecha de entrada
       *> ya es habil se devuelve tal cual. Lo llaman BANK10,
       *> ENVIAR_TRANSFEXT, PERIOD_BANK y GESTION_RECLAMACIONES; para
       *> saber si una fecha es festiva basta comparar la salida con
       *> la entrada.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
