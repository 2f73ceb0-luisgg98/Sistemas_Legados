       *> atiende las peticiones pendientes por orden de llegada
       *> (ESPERA-NUM) mientras queden entradas disponibles: reserva
       *> las entradas restando de ESP-DISP y marca la peticion como
       *> atendida. Las plazas de reservas vencidas que devuelve
       *> LIBERAR_RESERVAS a ESP-DISP se atienden igual. No existe
       *> todavia un medio para avisar al cliente automaticamente,
       *> asi que se deja constancia en un informe de texto para que
       *> la sucursal se pueda poner en contacto con el. Se ejecuta
       *> de forma independiente (no se llama desde el menu del
       *> cajero).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
