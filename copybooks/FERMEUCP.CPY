      *===============================================================*
      * COPYBOOK: FERMEUCP.CPY                                        *
      * DESCRIPCIÓN: Layout del registro de control que FERMEUCL.CBL  *
      *              lee de EUCLCTL: el archivo de resultados N=2     *
      *              (normalmente un combinado de FERMMRGE, en orden  *
      *              de TOTAL/X/Y) a controlar contra la formula de   *
      *              Euclides y el rango de TOTAL que se barrio.      *
      *              EC-START-TOTAL y EC-END-TOTAL en cero (o         *
      *              blancos) toman el rango de los trailers del      *
      *              archivo (FERMTRLR.CPY): el menor FT-FIRST-TOTAL  *
      *              y el mayor FT-LAST-TOTAL. EC-PRIMITIVE-ONLY en   *
      *              "Y" indica que la busqueda corrio con el filtro  *
      *              de primitivas (FP-PRIMITIVE-ONLY), asi que un    *
      *              registro no primitivo en el archivo es           *
      *              sospechoso; en blanco o "N" los multiplos        *
      *              escalados son esperables y solo se cuentan.      *
      *==============================================================*
       01  FERMAT-EUCL-CTL.
           05  EC-INPUT            PIC X(20).
           05  EC-START-TOTAL      PIC 9(09).
           05  EC-END-TOTAL        PIC 9(09).
           05  EC-PRIMITIVE-ONLY   PIC X(01).
               88  EC-FILTER-ON        VALUE "Y".
