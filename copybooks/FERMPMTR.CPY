      *===============================================================*
      * COPYBOOK: FERMPMTR.CPY                                        *
      * DESCRIPCIÓN: Layout de la transaccion de mantenimiento del    *
      *              maestro de parametros que FERMPMNT.CBL lee de    *
      *              PMNTTRN. MT-ACTION "A" agrega una entrada, "C"   *
      *              la reemplaza entera con la imagen nueva y "D" la *
      *              borra. MT-USER-ID identifica a quien pide el     *
      *              cambio y es obligatorio: queda en el log de      *
      *              auditoria. MT-ACTIVE-SW en "N" guarda la entrada *
      *              inactiva (fuera del PARMFILE); blanco o "Y" la   *
      *              deja activa. MT-PARM-IMAGE es el registro de     *
      *              PARMFILE (layout FERMPARM.CPY); de el salen N,   *
      *              particion y modo que forman la clave, tambien en *
      *              la baja, donde el resto de la imagen no se usa.  *
      *==============================================================*
       01  FERMAT-PMNT-TRAN.
           05  MT-ACTION           PIC X(01).
               88  MT-ADD              VALUE "A".
               88  MT-CHANGE           VALUE "C".
               88  MT-DELETE           VALUE "D".
           05  MT-USER-ID          PIC X(08).
           05  MT-ACTIVE-SW        PIC X(01).
               88  MT-INACTIVE         VALUE "N".
           05  MT-PARM-IMAGE       PIC X(110).
