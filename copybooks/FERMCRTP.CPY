      *===============================================================*
      * COPYBOOK: FERMCRTP.CPY                                        *
      * DESCRIPCIÓN: Layout del registro de control que FERMCERT.CBL  *
      *              lee de CERTCTL: el exponente a certificar, el    *
      *              TOTAL tope hasta el cual se pide la              *
      *              certificacion (el rango certificado va siempre   *
      *              desde TOTAL 3) y el usuario que la pide, que     *
      *              queda grabado en el certificado. Los tres campos *
      *              son obligatorios.                                *
      *==============================================================*
       01  FERMAT-CERT-CTL.
           05  CI-N                PIC 9(09).
           05  CI-CEILING          PIC 9(09).
           05  CI-USER-ID          PIC X(08).
