      *===============================================================*
      * COPYBOOK: FERMPMAU.CPY                                        *
      * DESCRIPCIÓN: Layout del registro del log de auditoria         *
      *              PMSTAUDT del maestro de parametros. FERMPMNT.CBL *
      *              agrega un registro por cada transaccion aplicada *
      *              con fecha, hora, usuario, accion y las imagenes  *
      *              completas del registro del maestro (layout       *
      *              FERMPMST.CPY) antes y despues del cambio: en el  *
      *              alta la imagen anterior va en blanco y en la     *
      *              baja la posterior. El log solo crece; las        *
      *              transacciones rechazadas no cambian nada y van   *
      *              solo al reporte PMNTRPT.                         *
      *==============================================================*
       01  FERMAT-PMST-AUDIT.
           05  PA-DATE             PIC 9(08).
           05  PA-TIME             PIC 9(06).
           05  PA-USER-ID          PIC X(08).
           05  PA-ACTION           PIC X(01).
           05  PA-BEFORE-IMAGE     PIC X(144).
           05  PA-AFTER-IMAGE      PIC X(144).
