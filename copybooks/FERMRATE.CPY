      *===============================================================*
      * COPYBOOK: FERMRATE.CPY                                        *
      * DESCRIPCIÓN: Layout del registro de la tabla de tarifas que   *
      *              FERMCHRG.CBL lee de RATEFILE para valorizar el   *
      *              tiempo de maquina. RR-RATE-PER-HOUR es el precio *
      *              por hora de tiempo transcurrido (RH-ELAPSED-SECS *
      *              de FERMHIST). RR-PROJECT-CODE en blanco es la    *
      *              tarifa general de cualquier proyecto y RR-N en   *
      *              cero vale para cualquier exponente; para cada    *
      *              proyecto y N se usa la tarifa mas especifica:    *
      *              proyecto y N, proyecto con N cero, general con   *
      *              el N, general con N cero. Un registro con "*" en *
      *              la primera posicion es un comentario y se        *
      *              saltea.                                          *
      *==============================================================*
       01  FERMAT-RATE-RECORD.
           05  RR-PROJECT-CODE     PIC X(08).
           05  RR-N                PIC 9(09).
           05  RR-RATE-PER-HOUR    PIC 9(07)V99.
