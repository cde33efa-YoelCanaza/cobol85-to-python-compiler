      *===============================================================*
      * COPYBOOK: FERMQUAR.CPY                                        *
      * DESCRIPCIÓN: Layout del registro de incidente del archivo de  *
      *              cuarentena FQUARAN, indexado con clave           *
      *              N/TOTAL/X/Y. Por el teorema, un hallazgo         *
      *              CONFIRMED con N>=3 solo puede ser un defecto de  *
      *              la busqueda, de la aritmetica o de los datos:    *
      *              FERMVRFY.CBL lo desvia aqui en estado OPEN con   *
      *              el archivo verificado, el veredicto y la         *
      *              corrida/particion que lo produjo segun FERMHIST  *
      *              (QU-RUN-DATE en cero si no se encontro).         *
      *              FERMCOMP.CBL anota el resultado de la            *
      *              re-busqueda en QU-COMP-STATUS (MATCH,            *
      *              ONLY-ORIGINAL u ONLY-RECHECK; blanco si no hubo  *
      *              re-busqueda). FERMFMNT.CBL y FERMXTRT.CBL no     *
      *              cargan ni extraen un hallazgo N>=3 salvo que su  *
      *              incidente este RELEASED. FERMQSGN.CBL registra   *
      *              la firma del analista (RELEASED o REJECTED,      *
      *              usuario, fecha y motivo) y FERMQRPT.CBL lista    *
      *              los incidentes abiertos con su antiguedad.       *
      *==============================================================*
       01  FERMAT-QUAR-RECORD.
           05  QU-KEY.
               10  QU-N            PIC 9(09).
               10  QU-TOTAL        PIC 9(09).
               10  QU-X            PIC 9(09).
               10  QU-Y            PIC 9(09).
           05  QU-Z                PIC 9(09).
           05  QU-STATUS           PIC X(08).
               88  QU-OPEN             VALUE "OPEN    ".
               88  QU-RELEASED         VALUE "RELEASED".
               88  QU-REJECTED         VALUE "REJECTED".
           05  QU-OPEN-DATE        PIC 9(08).
           05  QU-OPEN-TIME        PIC 9(06).
           05  QU-SOURCE-FILE      PIC X(20).
           05  QU-RUN-DATE         PIC 9(08).
           05  QU-RUN-TIME         PIC 9(06).
           05  QU-PARTITION        PIC 9(01).
           05  QU-VERDICT          PIC X(09).
           05  QU-COMP-STATUS      PIC X(13).
           05  QU-COMP-DATE        PIC 9(08).
           05  QU-SIGNOFF-USER     PIC X(08).
           05  QU-SIGNOFF-DATE     PIC 9(08).
           05  QU-SIGNOFF-TIME     PIC 9(06).
           05  QU-REASON           PIC X(60).
