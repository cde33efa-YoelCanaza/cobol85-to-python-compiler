      *===============================================================*
      * COPYBOOK: FERMCATP.CPY                                        *
      * DESCRIPCIÓN: Area de comunicacion del subprograma             *
      *              FERMCATW.CBL, que cuenta y calcula el total hash *
      *              de un archivo de corrida ya cerrado. Funciones:  *
      *              "W" cuenta, calcula y agrega la entrada al       *
      *              catalogo FRUNCAT (FERMCATL.CPY) con KP-PROGRAM,  *
      *              KP-N y KP-PARTITION; "C" solo cuenta y calcula,  *
      *              para la verificacion de FERMCATV.CBL. El total   *
      *              hash es la suma de N, TOTAL, X e Y de cada       *
      *              registro de detalle (los que empiezan con N      *
      *              numerico, los mixtos con marca *MIXED* y los     *
      *              detalles DTL; del intercambio de FERMXTRT); los  *
      *              campos que el registro no trae (X e Y del        *
      *              archivo de re-encolado, N del mixto) no suman.   *
      *              KP-FILE-STATUS devuelve el estado del OPEN del   *
      *              archivo ("35" si no existe) y KP-CATALOG-SW      *
      *              queda en "Y" si no se pudo grabar la entrada del *
      *              catalogo.                                        *
      *==============================================================*
       01  FERMAT-CAT-PARM.
           05  KP-FUNCTION         PIC X(01).
               88  KP-FN-CATALOG       VALUE "W".
               88  KP-FN-COUNT         VALUE "C".
           05  KP-DATASET          PIC X(20).
           05  KP-PROGRAM          PIC X(08).
           05  KP-N                PIC 9(09).
           05  KP-PARTITION        PIC 9(01).
           05  KP-RECORDS          PIC 9(09).
           05  KP-HASH-TOTAL       PIC 9(18).
           05  KP-FILE-STATUS      PIC X(02).
               88  KP-FILE-OK          VALUE "00".
               88  KP-FILE-MISSING     VALUE "35".
           05  KP-CATALOG-SW       PIC X(01).
               88  KP-CATALOG-FAILED   VALUE "Y".
