      *===============================================================*
      * COPYBOOK: FERMSLAP.CPY                                        *
      * DESCRIPCIÓN: Layout del registro de control que FERMSLAR.CBL  *
      *              lee de SLARCTL: el rango de noches batch a       *
      *              revisar y la hora de apertura de la ventana. Una *
      *              noche batch lleva la fecha del dia en que abre   *
      *              la ventana; los pasos que arrancan despues de    *
      *              medianoche y antes de la apertura pertenecen a   *
      *              la noche del dia anterior. SC-DATE-TO en cero    *
      *              toma la noche de ayer (la corrida de la manana); *
      *              SC-DATE-FROM en cero revisa solo la noche de     *
      *              SC-DATE-TO. SC-WINDOW-OPEN (HHMMSS) en cero o    *
      *              invalida toma 180000. Blancos valen cero.        *
      *==============================================================*
       01  FERMAT-SLAR-CTL.
           05  SC-DATE-FROM        PIC 9(08).
           05  SC-DATE-TO          PIC 9(08).
           05  SC-WINDOW-OPEN      PIC 9(06).
