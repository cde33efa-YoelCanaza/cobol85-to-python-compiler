      *===============================================================*
      * COPYBOOK: FERMCHNP.CPY                                        *
      * DESCRIPCIÓN: Layout del registro de la tabla de pasos que     *
      *              FERMCHAN.CBL lee de CHAINCTL: un registro por    *
      *              paso de la cadena nocturna, en el orden en que   *
      *              deben correr. CN-PROGRAM es el programa del      *
      *              paso tal como figura en ST-PROGRAM de FRUNSTAT   *
      *              (FERMSTRC.CPY); un registro con el programa en   *
      *              blanco o con "*" en la primera posicion es un    *
      *              comentario y se saltea. CN-CONTROL-1 a 3 son los *
      *              registros de control que el paso necesita        *
      *              (PARMFILE, MRGCTL, VRFYCTL, RPRTCTL...); el      *
      *              driver verifica que existan antes de lanzar el   *
      *              paso, los blancos no se verifican.               *
      *              CN-MAX-RC es el RETURN-CODE mas alto que el paso *
      *              puede devolver sin frenar la cadena (blanco o no *
      *              numerico vale cero). CN-COMMAND es la linea de   *
      *              comando que lanza el paso; en blanco se lanza    *
      *              por el nombre del programa.                      *
      *==============================================================*
       01  FERMAT-CHAIN-CTL.
           05  CN-PROGRAM          PIC X(08).
           05  CN-CONTROL-1        PIC X(08).
           05  CN-CONTROL-2        PIC X(08).
           05  CN-CONTROL-3        PIC X(08).
           05  CN-MAX-RC           PIC 9(02).
           05  CN-COMMAND          PIC X(60).
