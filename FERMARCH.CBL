      *              perdio un fin de semana de N=6. Nada se borra    *
      *              del disco: el programa archiva historial y       *
      *              produce la lista; el borrado queda en manos de   *
      *              operaciones. Con AC-LIST-SOURCE = "C" los        *
      *              archivos de resultados, re-busqueda y            *
      *              casi-hallazgos salen del catalogo FRUNCAT con    *
      *              las mismas reglas (ver FERMARCP.CPY).            *
      * AUTOR: ANONIMO                                               *
      *==============================================================*

      *                  historial y lista de archivos por         *
      *                  corrida removibles, con proteccion de     *
      *                  checkpoints reanudables.                  *
      * 2026-10-15  JCM  Las corridas de la busqueda dirigida por   *
      *                  Z (RH-MODE = "Z") se derivan a revision    *
      *                  manual de sus archivos FZSLT/FZLOG/FZCKP,  *
      *                  como las mixtas, y no cuentan para         *
      *                  decidir si el checkpoint FCKPT del         *
      *                  barrido por TOTAL sigue reanudable.        *
      * 2026-10-15  JCM  FHISTNEW y FHISTaaaa pasan a 114           *
      *                  posiciones por el codigo de proyecto       *
      *                  agregado al final de FERMHIST.CPY.         *
      * 2026-10-15  JCM  Opcion de listar los archivos              *
      *                  FRSLT/FRCHK/FNMIS desde el catalogo de     *
      *                  archivos de corrida FRUNCAT                *
      *                  (AC-LIST-SOURCE = "C"), con su conteo y    *
      *                  total hash; logs y checkpoints siguen      *
      *                  saliendo del historial.                    *
      * 2026-10-15  JCM  El titulo del reporte se escribe despues   *
      *                  de cargar FRUNCAT: sin catalogo ya no      *
      *                  dice que los archivos salen de el.         *
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.

           SELECT RUN-CATALOG ASSIGN TO "FRUNCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.

           SELECT ARCH-REPORT ASSIGN TO "ARCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       FD  HIST-NEW
           RECORDING MODE IS F.
       01  HIST-NEW-RECORD     PIC X(114).

       FD  HIST-ARCHIVE
           RECORDING MODE IS F.
       01  HIST-ARCHIVE-RECORD PIC X(114).

       FD  RUN-STATUS
           RECORDING MODE IS F.
           COPY FERMSTRC.

       FD  RUN-CATALOG
           RECORDING MODE IS F.
           COPY FERMCATL.

       FD  ARCH-REPORT
           RECORDING MODE IS F.
       01  ARCH-REPORT-RECORD  PIC X(132).
           88  STAT-FOUND-OK       VALUE "00".
       01  WS-REPORT-STATUS    PIC X(02).
           88  REPORT-FOUND-OK     VALUE "00".
       01  WS-CAT-STATUS       PIC X(02).
           88  CAT-FOUND-OK        VALUE "00".
       01  WS-CAT-EOF-SW       PIC X(01) VALUE "N".
           88  CAT-EOF             VALUE "Y".
       01  WS-LIST-SOURCE-SW   PIC X(01) VALUE "H".
           88  LIST-FROM-CATALOG   VALUE "C".
       01  WS-CAT-MISSING-SW   PIC X(01) VALUE "N".
           88  CAT-MISSING         VALUE "Y".

       01  WS-ARCHIVE-NAME     PIC X(16).
       01  WS-ARCHIVE-YEAR     PIC 9(04) VALUE 0.
       01  WS-NAME-FOUND-SW    PIC X(01).
           88  NAME-ALREADY-LISTED VALUE "Y".

      *-----------------------------------------------------------*
      * Archivos por corrida de FERMAT segun el catalogo FRUNCAT, *
      * cuando se lista desde el catalogo: la ultima entrada de   *
      * cada nombre (un archivo reescrito por una corrida         *
      * posterior tiene la fecha de la ultima).                   *
      *-----------------------------------------------------------*
       01  WS-CF-MAX           PIC 9(04) COMP VALUE 2000.
       01  WS-CF-COUNT         PIC 9(04) COMP VALUE 0.
       01  WS-CF-DROPPED-COUNT PIC 9(09) COMP VALUE 0.
       01  WS-CF-TABLE.
           05  WS-CF-ENTRY OCCURS 2000 TIMES.
               10  WS-CF-DATASET   PIC X(20).
               10  WS-CF-DATE      PIC 9(08).
               10  WS-CF-N         PIC 9(09) COMP.
               10  WS-CF-PART      PIC 9(01).
               10  WS-CF-RECORDS   PIC 9(09).
               10  WS-CF-HASH      PIC 9(18).
       01  WS-C                PIC 9(04) COMP.
       01  WS-CF-IX            PIC 9(04) COMP.
       01  WS-D-RECORDS        PIC 9(09).
       01  WS-D-HASH           PIC 9(18).

       01  WS-R                PIC 9(04) COMP.
       01  WS-R2               PIC 9(04) COMP.
       01  WS-I                PIC 9(03) COMP.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF LIST-FROM-CATALOG
               PERFORM 250-LOAD-CATALOG
           END-IF
           PERFORM 050-WRITE-HEADINGS

           PERFORM 100-TRIM-HISTORY
           PERFORM 200-LOAD-RUN-STATUS
           PERFORM 300-LIST-RUN-FILES
           IF LIST-FROM-CATALOG
               PERFORM 400-LIST-CATALOG-FILES
           END-IF
           PERFORM 500-WRITE-TOTALS
           CLOSE ARCH-REPORT

               " FILES-LISTED=" WS-LISTED-COUNT
               " CHECKPOINTS-REFUSED=" WS-REFUSED-COUNT
           IF WS-DROPPED-COUNT > 0 OR WS-BAD-DATE-COUNT > 0
              OR WS-CF-DROPPED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
           IF AC-RUNFILE-DAYS NUMERIC
               MOVE AC-RUNFILE-DAYS TO WS-RUNFILE-DAYS
           END-IF
           IF AC-LIST-FROM-CATALOG
               MOVE "C" TO WS-LIST-SOURCE-SW
           END-IF
           CLOSE ARCH-CTL
           IF WS-HIST-DAYS = 0 AND WS-RUNFILE-DAYS = 0
               DISPLAY "ARCHCTL RETENTIONS ARE BOTH ZERO - "
      *-----------------------------------------------------------*
      * 050-WRITE-HEADINGS                                          *
      * Escribe el titulo del reporte con las retenciones pedidas.  *
      * Corre despues de 250-LOAD-CATALOG, asi el titulo dice de    *
      * donde salen de verdad los archivos de resultados.           *
      *-----------------------------------------------------------*
       050-WRITE-HEADINGS.
           MOVE WS-HIST-DAYS    TO WS-D-HIST-DAYS
                  " HIST-DAYS=" WS-D-HIST-DAYS
                  " RUNFILE-DAYS=" WS-D-FILE-DAYS
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           IF LIST-FROM-CATALOG
               MOVE " RESULT FILES FROM FRUNCAT"
                   TO WS-HEADING-LINE (84:26)
           END-IF
           MOVE WS-HEADING-LINE TO ARCH-REPORT-RECORD
           WRITE ARCH-REPORT-RECORD
           IF CAT-MISSING
               MOVE SPACES TO ARCH-REPORT-RECORD
               STRING "RUN CATALOG FRUNCAT NOT FOUND - RESULT FILES "
                      "LISTED FROM HISTORY"
                   DELIMITED BY SIZE INTO ARCH-REPORT-RECORD
               WRITE ARCH-REPORT-RECORD
           END-IF
           MOVE SPACES TO ARCH-REPORT-RECORD
           WRITE ARCH-REPORT-RECORD.

               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 250-LOAD-CATALOG                                          *
      * Carga del catalogo FRUNCAT la ultima entrada de cada      *
      * archivo de resultados, re-busqueda o casi-hallazgos que   *
      * produjo FERMAT (prefijos FRSLT, FRCHK y FNMIS; los FMIX y *
      * FZ siguen en revision manual). Sin catalogo se avisa en el*
      * reporte y los archivos se listan del historial, como sin  *
      * la opcion.                                                *
      *-----------------------------------------------------------*
       250-LOAD-CATALOG.
           OPEN INPUT RUN-CATALOG
           IF NOT CAT-FOUND-OK
               DISPLAY "FERMARCH - FRUNCAT NOT FOUND - STATUS="
                   WS-CAT-STATUS " - RUN FILES LISTED FROM HISTORY"
               MOVE "H" TO WS-LIST-SOURCE-SW
               MOVE "Y" TO WS-CAT-MISSING-SW
           ELSE
               PERFORM UNTIL CAT-EOF
                   READ RUN-CATALOG
                       AT END
                           MOVE "Y" TO WS-CAT-EOF-SW
                       NOT AT END
                           PERFORM 260-LOAD-ONE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE RUN-CATALOG
           END-IF.

       260-LOAD-ONE-ENTRY.
           IF CT-PROGRAM = "FERMAT" AND CT-DATE NUMERIC
              AND CT-N NUMERIC AND CT-PARTITION NUMERIC
              AND (CT-DATASET (1:5) = "FRSLT"
                OR CT-DATASET (1:5) = "FRCHK"
                OR CT-DATASET (1:5) = "FNMIS")
               MOVE 0 TO WS-CF-IX
               PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CF-COUNT OR WS-CF-IX > 0
                   IF WS-CF-DATASET (WS-C) = CT-DATASET
                       MOVE WS-C TO WS-CF-IX
                   END-IF
               END-PERFORM
               IF WS-CF-IX = 0
                   IF WS-CF-COUNT < WS-CF-MAX
                       ADD 1 TO WS-CF-COUNT
                       MOVE WS-CF-COUNT TO WS-CF-IX
                   ELSE
                       ADD 1 TO WS-CF-DROPPED-COUNT
                   END-IF
               END-IF
               IF WS-CF-IX > 0
                   MOVE CT-DATASET    TO WS-CF-DATASET (WS-CF-IX)
                   MOVE CT-DATE       TO WS-CF-DATE (WS-CF-IX)
                   MOVE CT-N          TO WS-CF-N (WS-CF-IX)
                   MOVE CT-PARTITION  TO WS-CF-PART (WS-CF-IX)
                   MOVE CT-RECORDS    TO WS-CF-RECORDS (WS-CF-IX)
                   MOVE CT-HASH-TOTAL TO WS-CF-HASH (WS-CF-IX)
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 300-LIST-RUN-FILES                                          *
      * Recorre las corridas del historial mas viejas que la        *
      * ultima corrida de barrido de ese N/particion agoto su       *
      * rango; si sigue reanudable, se anota la negativa. Las       *
      * corridas mixtas se derivan a revision manual (el historial  *
      * no guarda los tres exponentes del nombre FMIX), y tambien   *
      * las de busqueda dirigida por Z, cuyos archivos FZ no pasan  *
      * por el merge por TOTAL que este listado exige.              *
      *-----------------------------------------------------------*
       300-LIST-RUN-FILES.
           MOVE SPACES TO ARCH-REPORT-RECORD
      *    archivos de barrido que la corrida nunca produjo.
                   EVALUATE TRUE
                       WHEN WS-RT-MODE (WS-R) = "M"
                         OR WS-RT-MODE (WS-R) = "Z"
                           PERFORM 320-NOTE-MANUAL-REVIEW
                       WHEN WS-RT-MODE (WS-R) = "R"
                         OR WS-RT-STATUS (WS-R) = "RECHECK  "
           MOVE WS-RT-N (WS-R)    TO NR-N
           MOVE WS-RT-PART (WS-R) TO NR-PART
           MOVE WS-RT-DATE (WS-R) TO NR-DATE
           IF WS-RT-MODE (WS-R) = "Z"
               MOVE "Z-SEARCH RUN - REVIEW FZ FILES MANUALLY"
                   TO NR-REASON
           ELSE
               MOVE "MIXED-MODE RUN - REVIEW FMIX FILES MANUALLY"
                   TO NR-REASON
           END-IF
           MOVE WS-NOTREADY-LINE TO ARCH-REPORT-RECORD
           WRITE ARCH-REPORT-RECORD
           ADD 1 TO WS-MANUAL-COUNT.
      * 330-LIST-RECHECK-FILES                                      *
      * El FRCHK de una re-busqueda vieja ya fue comparado contra   *
      * el original en su momento; pasada la retencion se lista     *
      * directamente. Listando desde el catalogo lo lista           *
      * 400-LIST-CATALOG-FILES.                                     *
      *-----------------------------------------------------------*
       330-LIST-RECHECK-FILES.
           IF NOT LIST-FROM-CATALOG
               MOVE "FRCHK" TO WS-NAME-PREFIX
               PERFORM 360-BUILD-SUFFIX
               MOVE SPACES TO RV-NOTE
               PERFORM 370-LIST-ONE-FILE
           END-IF.

      *-----------------------------------------------------------*
      * 340-LIST-SWEEP-FILES                                        *
      * Lista los archivos de una corrida de barrido vieja solo si  *
      * su N figura combinado y verificado despues de la corrida;   *
      * el checkpoint ademas exige que la ultima corrida de ese     *
      * N/particion no sea reanudable. Listando desde el catalogo,  *
      * FRSLT y FNMIS los lista 400-LIST-CATALOG-FILES y aca quedan *
      * el log y el checkpoint.                                     *
      *-----------------------------------------------------------*
       340-LIST-SWEEP-FILES.
           PERFORM 350-CHECK-MERGED-VERIFIED
               WRITE ARCH-REPORT-RECORD
               ADD 1 TO WS-NOTREADY-COUNT
           ELSE
               IF NOT LIST-FROM-CATALOG
                   MOVE "FRSLT" TO WS-NAME-PREFIX
                   PERFORM 360-BUILD-SUFFIX
                   MOVE SPACES TO RV-NOTE
                   PERFORM 370-LIST-ONE-FILE
               END-IF
               PERFORM 365-BUILD-LOG-NAME
               MOVE SPACES TO RV-NOTE
               PERFORM 370-LIST-ONE-FILE
               IF NOT LIST-FROM-CATALOG
                   MOVE "FNMIS" TO WS-NAME-PREFIX
                   PERFORM 360-BUILD-SUFFIX
                   MOVE " (ONLY IF THE RUN CAPTURED NEAR-MISSES)"
                       TO RV-NOTE
                   PERFORM 370-LIST-ONE-FILE
               END-IF
               PERFORM 380-CONSIDER-CHECKPOINT
           END-IF.

      * reanudable (TIMELIMIT u OPERSTOP): un checkpoint vivo       *
      * borrado a mano cuesta el avance no mergeado de la           *
      * particion. La negativa queda explicita en el reporte. Las   *
      * re-busquedas, las mixtas y las de busqueda por Z no tocan   *
      * el checkpoint FCKPT del barrido y no cuentan para el        *
      * veredicto; las re-busquedas se excluyen tambien por estado  *
      * RECHECK porque las anteriores al campo RH-MODE vienen con   *
      * el modo en blanco.                                          *
      *-----------------------------------------------------------*
                  AND WS-RT-PART (WS-R2) = WS-RT-PART (WS-R)
                  AND WS-RT-MODE (WS-R2) NOT = "R"
                  AND WS-RT-MODE (WS-R2) NOT = "M"
                  AND WS-RT-MODE (WS-R2) NOT = "Z"
                  AND WS-RT-STATUS (WS-R2) NOT = "RECHECK  "
                   IF WS-RT-STATUS (WS-R2) = "TIMELIMIT"
                      OR WS-RT-STATUS (WS-R2) = "OPERSTOP "
               PERFORM 370-LIST-ONE-FILE
           END-IF.

      *-----------------------------------------------------------*
      * 400-LIST-CATALOG-FILES                                    *
      * Recorre los archivos catalogados mas viejos que la        *
      * retencion (por la fecha de su ultima entrada) con las     *
      * reglas de 330/340: el FRCHK se lista directamente y FRSLT *
      * y FNMIS solo si su N figura combinado y verificado en     *
      * FRUNSTAT en esa fecha o despues. La linea lleva el conteo *
      * y el total hash del catalogo, para que operaciones        *
      * confirme con FERMCATV.CBL que borra lo mismo que se       *
      * catalogo.                                                 *
      *-----------------------------------------------------------*
       400-LIST-CATALOG-FILES.
           MOVE SPACES TO ARCH-REPORT-RECORD
           WRITE ARCH-REPORT-RECORD
           MOVE "CATALOGED RESULT FILES PAST RETENTION"
               TO ARCH-REPORT-RECORD
           WRITE ARCH-REPORT-RECORD
           IF WS-RUNFILE-DAYS = 0
               MOVE "RUN-FILE RETENTION IS ZERO - NOTHING LISTED"
                   TO ARCH-REPORT-RECORD
               WRITE ARCH-REPORT-RECORD
           ELSE
               PERFORM 410-CHECK-ONE-DATASET
                   VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CF-COUNT
           END-IF.

       410-CHECK-ONE-DATASET.
           MOVE WS-CF-DATE (WS-C) TO WS-DATE-CHECK
           IF WS-DC-MM >= 1 AND WS-DC-MM <= 12
              AND WS-DC-DD >= 1 AND WS-DC-DD <= 31
              AND WS-DC-YYYY >= 1990 AND WS-DC-YYYY <= 2099
               COMPUTE WS-REC-INT =
                   FUNCTION INTEGER-OF-DATE (WS-CF-DATE (WS-C))
               COMPUTE WS-REC-AGE = WS-TODAY-INT - WS-REC-INT
               IF WS-REC-AGE > WS-RUNFILE-DAYS
                   IF WS-CF-DATASET (WS-C) (1:5) = "FRCHK"
                       PERFORM 430-LIST-CATALOG-FILE
                   ELSE
                       PERFORM 420-CHECK-CATALOG-MERGED
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 420-CHECK-CATALOG-MERGED                                  *
      * El mismo control que 350-CHECK-MERGED-VERIFIED, contra la *
      * fecha de la entrada del catalogo.                         *
      *-----------------------------------------------------------*
       420-CHECK-CATALOG-MERGED.
           MOVE "N" TO WS-MERGED-SW
           MOVE "N" TO WS-VERIFIED-SW
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MG-COUNT
               IF WS-MG-N (WS-I) = WS-CF-N (WS-C)
                  AND WS-MG-DATE (WS-I) >= WS-CF-DATE (WS-C)
                   MOVE "Y" TO WS-MERGED-SW
               END-IF
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-VF-COUNT
               IF WS-VF-N (WS-I) = WS-CF-N (WS-C)
                  AND WS-VF-DATE (WS-I) >= WS-CF-DATE (WS-C)
                   MOVE "Y" TO WS-VERIFIED-SW
               END-IF
           END-PERFORM
           IF RUN-WAS-MERGED AND RUN-WAS-VERIFIED
               PERFORM 430-LIST-CATALOG-FILE
           ELSE
               MOVE WS-CF-N (WS-C)    TO NR-N
               MOVE WS-CF-PART (WS-C) TO NR-PART
               MOVE WS-CF-DATE (WS-C) TO NR-DATE
               MOVE SPACES TO NR-REASON
               IF NOT RUN-WAS-MERGED
                   STRING WS-CF-DATASET (WS-C) DELIMITED BY SPACE
                          " NOT MERGED AFTER CATALOG DATE"
                          DELIMITED BY SIZE INTO NR-REASON
               ELSE
                   STRING WS-CF-DATASET (WS-C) DELIMITED BY SPACE
                          " NOT VERIFIED AFTER CATALOG DATE"
                          DELIMITED BY SIZE INTO NR-REASON
               END-IF
               MOVE WS-NOTREADY-LINE TO ARCH-REPORT-RECORD
               WRITE ARCH-REPORT-RECORD
               ADD 1 TO WS-NOTREADY-COUNT
           END-IF.

      *-----------------------------------------------------------*
      * 430-LIST-CATALOG-FILE                                     *
      * Escribe la linea de archivo removible de una entrada del  *
      * catalogo, con su conteo y total hash en la nota.          *
      *-----------------------------------------------------------*
       430-LIST-CATALOG-FILE.
           MOVE WS-CF-RECORDS (WS-C) TO WS-D-RECORDS
           MOVE WS-CF-HASH (WS-C)    TO WS-D-HASH
           MOVE WS-CF-DATASET (WS-C) TO RV-NAME
           MOVE WS-CF-DATE (WS-C)    TO RV-DATE
           MOVE WS-CF-N (WS-C)       TO RV-N
           MOVE WS-CF-PART (WS-C)    TO RV-PART
           MOVE SPACES TO RV-NOTE
           STRING " RECS=" WS-D-RECORDS " HASH=" WS-D-HASH
               DELIMITED BY SIZE INTO RV-NOTE
           MOVE WS-REMOVE-LINE TO ARCH-REPORT-RECORD
           WRITE ARCH-REPORT-RECORD
           ADD 1 TO WS-LISTED-COUNT.

      *-----------------------------------------------------------*
      * 500-WRITE-TOTALS                                            *
      * Cierra el reporte con los totales de lo archivado, listado  *
