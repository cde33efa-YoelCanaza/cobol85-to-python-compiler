      *===============================================================*
      * COPYBOOK: FERMTRNP.CPY                                        *
      * DESCRIPCIÓN: Layout del registro de control que FERMTRND.CBL  *
      *              lee de TRNDCTL: filtros y umbrales del reporte   *
      *              de tendencia de rendimiento. TC-N en cero        *
      *              reporta todos los exponentes; las fechas en      *
      *              cero dejan el rango abierto por ese extremo (las *
      *              corridas anteriores a TC-DATE-FROM no se listan  *
      *              pero igual alimentan el promedio movil).         *
      *              TC-AVG-RUNS es la cantidad de corridas previas   *
      *              del mismo N/particion que forman el promedio     *
      *              movil (cero toma 5, tope 20). TC-SLOW-PCT es el  *
      *              porcentaje por debajo de ese promedio a partir   *
      *              del cual una corrida se marca lenta (cero toma   *
      *              20). TC-OVF-RISES es la cantidad de fechas de    *
      *              corrida seguidas en que la proporcion de         *
      *              desbordes de un N tiene que subir para marcarlo  *
      *              en alza (cero toma 3). Blancos valen cero.       *
      *==============================================================*
       01  FERMAT-TRND-CTL.
           05  TC-N                PIC 9(09).
           05  TC-DATE-FROM        PIC 9(08).
           05  TC-DATE-TO          PIC 9(08).
           05  TC-AVG-RUNS         PIC 9(02).
           05  TC-SLOW-PCT         PIC 9(02).
           05  TC-OVF-RISES        PIC 9(02).
