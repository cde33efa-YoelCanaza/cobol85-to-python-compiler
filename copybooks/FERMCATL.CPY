      *===============================================================*
      * COPYBOOK: FERMCATL.CPY                                        *
      * DESCRIPCIÓN: Layout del registro del catalogo de archivos de  *
      *              corrida FRUNCAT. Cada programa que produce un    *
      *              archivo de datos de la cadena (FERMAT, FERMMRGE, *
      *              FERMVRFY, FERMCOMP y FERMXTRT) agrega una        *
      *              entrada al cerrarlo, por medio del subprograma   *
      *              FERMCATW.CBL: nombre del archivo, programa que   *
      *              lo creo, fecha y hora, N y particion (cero       *
      *              cuando no aplica), cantidad de registros fisicos *
      *              (cabeceras y trailers incluidos) y un total hash *
      *              de control sobre los campos clave de los         *
      *              registros de detalle. Un archivo reescrito por   *
      *              una corrida posterior queda con varias entradas; *
      *              la que vale es la ultima. FERMCATV.CBL relee los *
      *              archivos catalogados y recalcula conteo y hash   *
      *              para detectar archivos cambiados, reemplazados o *
      *              faltantes.                                       *
      *==============================================================*
       01  FERMAT-CATALOG-RECORD.
           05  CT-DATASET          PIC X(20).
           05  CT-PROGRAM          PIC X(08).
           05  CT-DATE             PIC 9(08).
           05  CT-TIME             PIC 9(06).
           05  CT-N                PIC 9(09).
           05  CT-PARTITION        PIC 9(01).
           05  CT-RECORDS          PIC 9(09).
           05  CT-HASH-TOTAL       PIC 9(18).
