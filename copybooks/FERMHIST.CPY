      *              parm que la origino: blanco o "S" barrido        *
      *              clasico, "R" re-busqueda dirigida, "M"           *
      *              exponentes mixtos (en ese caso RH-N es el        *
      *              FP-NX de la corrida), "Z" busqueda dirigida por  *
      *              Z (en ese caso RH-START-TOTAL, RH-END-TOTAL y    *
      *              RH-LAST-TOTAL llevan el rango de Z pedido y el   *
      *              ultimo Z completado, no TOTAL). Los registros    *
      *              anteriores a este campo vienen en blanco y       *
      *              cuentan como barrido clasico; FERMCOVR y         *
      *              FERMPLAN solo pliegan cobertura de barridos      *
      *              clasicos.                                        *
      *              RH-PROJECT-CODE es el FP-PROJECT-CODE de la      *
      *              entrada de parm; FERMCHRG.CBL factura por el.    *
      *              Los registros anteriores al campo lo traen en    *
      *              blanco. FERMARCH copia el registro entero al     *
      *              FHISTaaaa, asi que el largo del registro de      *
      *              archivo tiene que acompanar a este layout.       *
      *==============================================================*
       01  FERMAT-HIST-RECORD.
           05  RH-DATE             PIC 9(08).
               88  RH-SWEEP-MODE       VALUE " " "S".
               88  RH-RECHECK-MODE     VALUE "R".
               88  RH-MIXED-MODE       VALUE "M".
               88  RH-ZSEARCH-MODE     VALUE "Z".
           05  RH-PROJECT-CODE     PIC X(08).
