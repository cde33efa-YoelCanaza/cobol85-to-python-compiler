      *===============================================================*
      * COPYBOOK: FERMSLAT.CPY                                        *
      * DESCRIPCIÓN: Layout del registro de la tabla de ventana batch *
      *              que FERMSLAR.CBL lee de SLATABLE: un registro    *
      *              por programa de la cadena nocturna con la hora   *
      *              (HHMMSS) mas tarde a la que el paso puede        *
      *              arrancar y la hora mas tarde a la que tiene que  *
      *              haber terminado. SW-PROGRAM es el programa tal   *
      *              como figura en ST-PROGRAM de FRUNSTAT            *
      *              (FERMSTRC.CPY); un registro con el programa en   *
      *              blanco o con "*" en la primera posicion es un    *
      *              comentario y se saltea. Las horas son de reloj y *
      *              se leen dentro de la noche batch: una hora       *
      *              anterior a la apertura de la ventana (ver        *
      *              FERMSLAP.CPY) cae en la madrugada del dia        *
      *              siguiente. Una hora en blanco o invalida deja    *
      *              ese extremo sin limite.                          *
      *==============================================================*
       01  FERMAT-SLA-ENTRY.
           05  SW-PROGRAM          PIC X(08).
           05  SW-LATEST-START     PIC 9(06).
           05  SW-LATEST-END       PIC 9(06).
