      *===============================================================*
      * COPYBOOK: FERMCREG.CPY                                        *
      * DESCRIPCIÓN: Layout del registro del registro permanente de   *
      *              certificaciones FCERTREG. FERMCERT.CBL agrega un *
      *              certificado cada vez que un exponente pasa todos *
      *              los controles hasta un TOTAL tope: N, tope       *
      *              certificado (el rango va desde TOTAL 3), fecha y *
      *              hora de la certificacion, usuario que la pidio y *
      *              los conteos que la respaldaron (corridas         *
      *              plegadas en la cobertura, segmentos de           *
      *              resultados conciliados, veredictos CONFIRMED).   *
      *              El registro no se reescribe ni se depura: una    *
      *              nueva certificacion del mismo N agrega otro      *
      *              certificado. FERMCRPT.CBL lista el tope mas alto *
      *              certificado por N.                               *
      *==============================================================*
       01  FERMAT-CERT-RECORD.
           05  CR-N                PIC 9(09).
           05  CR-CEILING          PIC 9(09).
           05  CR-DATE             PIC 9(08).
           05  CR-TIME             PIC 9(06).
           05  CR-USER-ID          PIC X(08).
           05  CR-RUNS             PIC 9(09).
           05  CR-SEGMENTS         PIC 9(09).
           05  CR-CONFIRMED        PIC 9(09).
