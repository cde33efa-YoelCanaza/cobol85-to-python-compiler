      *===============================================================*
      * COPYBOOK: FERMPMST.CPY                                        *
      * DESCRIPCIÓN: Layout del registro del maestro de parametros    *
      *              FERMPMST, el archivo indexado con clave          *
      *              N/particion/modo donde vive con autoridad cada   *
      *              entrada de corrida, en lugar del PARMFILE plano  *
      *              editado a mano. FERMPMNT.CBL lo mantiene con     *
      *              transacciones de alta/cambio/baja auditadas y    *
      *              FERMPGEN.CBL genera el PARMFILE de la noche con  *
      *              las entradas activas.                            *
      *              PM-PARM-IMAGE es el registro de PARMFILE tal     *
      *              como lo lee FERMAT.CBL (layout FERMPARM.CPY).    *
      *              En la clave, PM-RUN-MODE va siempre con "S" para *
      *              el barrido clasico (nunca en blanco) y en el     *
      *              modo mixto PM-N es FP-NX, igual que RH-N en el   *
      *              historial. PM-ACTIVE-SW en "N" deja la entrada   *
      *              guardada pero fuera del PARMFILE. PM-LAST-xxx es *
      *              quien y cuando la toco por ultima vez.           *
      *==============================================================*
       01  FERMAT-PMST-RECORD.
           05  PM-KEY.
               10  PM-N            PIC 9(09).
               10  PM-PARTITION    PIC 9(01).
               10  PM-RUN-MODE     PIC X(01).
           05  PM-ACTIVE-SW        PIC X(01).
               88  PM-ACTIVE           VALUE "Y".
           05  PM-PARM-IMAGE       PIC X(110).
           05  PM-LAST-USER        PIC X(08).
           05  PM-LAST-DATE        PIC 9(08).
           05  PM-LAST-TIME        PIC 9(06).
