      *              delimitado por el trailer que lo cuenta;         *
      *              FERMRCNC.CBL verifica segmento por segmento y    *
      *              exige que el archivo termine en un trailer.      *
      *              En la busqueda dirigida por Z (FP-RUN-MODE "Z")  *
      *              FT-FIRST-TOTAL y FT-LAST-TOTAL llevan el rango   *
      *              de Z cubierto, no de TOTAL, igual que RH-MODE    *
      *              "Z" en FERMHIST.CPY; FT-RUN-MODE lleva "Z" en    *
      *              ese caso y blanco en los demas (el trailer de    *
      *              FERMMRGE.CBL lleva siempre el rango de TOTAL     *
      *              escrito y el modo en blanco). Los trailers       *
      *              anteriores a FT-RUN-MODE lo tienen en blanco.    *
      *              El FILLER completa el largo del registro de      *
      *              detalle de FERMREC.CPY.                          *
      *==============================================================*
           05  FT-COMBO-COUNT      PIC 9(18).
           05  FT-FIRST-TOTAL      PIC 9(09).
           05  FT-LAST-TOTAL       PIC 9(09).
           05  FT-RUN-MODE         PIC X(01).
               88  FT-ZSEARCH-RUN      VALUE "Z".
           05  FILLER              PIC X(35).
