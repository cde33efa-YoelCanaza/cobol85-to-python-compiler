      *===============================================================*
      * COPYBOOK: FERMCHGP.CPY                                        *
      * DESCRIPCIÓN: Layout del registro de control que FERMCHRG.CBL  *
      *              lee de CHRGCTL: el mes a facturar, como          *
      *              aaaamm. Entran todas las corridas de RUN-HISTORY *
      *              (FERMHIST) y del archivo anual FHISTaaaa del     *
      *              mismo anio cuyo RH-DATE cae en ese mes, sea cual *
      *              sea su modo: se factura tiempo de maquina, no    *
      *              cobertura.                                       *
      *==============================================================*
       01  FERMAT-CHRG-CTL.
           05  CG-MONTH            PIC 9(06).
           05  CG-MONTH-R REDEFINES CG-MONTH.
               10  CG-YEAR         PIC 9(04).
               10  CG-MM           PIC 9(02).
