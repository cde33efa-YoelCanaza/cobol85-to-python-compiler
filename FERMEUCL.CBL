      *===============================================================*
      * PROGRAMA: FERMEUCL.CBL                                       *
      * DESCRIPCIÓN: Control de completitud de un archivo de          *
      *              resultados N=2 contra la formula de Euclides.    *
      *              Toda terna pitagorica primitiva sale del         *
      *              generador m/n (m > n > 0, primos entre si, de    *
      *              distinta paridad: X = m*m - n*n, Y = 2*m*n, Z =  *
      *              m*m + n*n) y su TOTAL = X + Y + Z vale           *
      *              2*m*(m+n), asi que para cada TOTAL del rango     *
      *              barrido se sabe exactamente que primitivas       *
      *              tienen que estar. El programa las genera TOTAL   *
      *              por TOTAL en los dos ordenes de X/Y, igual que   *
      *              las graba FERMAT.CBL, y las aparea               *
      *              secuencialmente por TOTAL/X/Y contra el archivo  *
      *              (EUCLCTL, ver FERMEUCP.CPY). Una primitiva       *
      *              esperada que falta es una omision de la busqueda *
      *              (RETURN-CODE 8); un registro primitivo que no se *
      *              esperaba, un no primitivo con el filtro de       *
      *              primitivas activo, un duplicado, un registro     *
      *              fuera de orden o uno que no es de N=2 salen como *
      *              sospechosos (RETURN-CODE 4). Es la prueba de     *
      *              respuesta conocida de FERMAT, FERMXPON y del     *
      *              filtro FP-PRIMITIVE-ONLY cada vez que cambia el  *
      *              codigo de busqueda. Reporte EUCLRPT.             *
      * AUTOR: ANONIMO                                               *
      *==============================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FERMEUCL.
       AUTHOR. ANONIMO.

      *-----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                                *
      * 2026-10-15  JCM  Version inicial: ternas primitivas         *
      *                  esperadas por Euclides contra un archivo   *
      *                  de resultados N=2, con omisiones y         *
      *                  sospechosos.                               *
      * 2026-10-15  JCM  Un archivo de busqueda dirigida por Z      *
      *                  (trailer con FT-RUN-MODE "Z") no puede     *
      *                  tomar el rango de los trailers, que es de  *
      *                  Z: sin rango en EUCLCTL el control         *
      *                  termina con RETURN-CODE 16; con rango      *
      *                  informado avisa y termina con 4 como       *
      *                  minimo.                                    *
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EUCL-CTL ASSIGN TO "EUCLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT FERMAT-RESULTS ASSIGN TO DYNAMIC WS-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-STATUS.

           SELECT EUCL-REPORT ASSIGN TO "EUCLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EUCL-CTL
           RECORDING MODE IS F.
           COPY FERMEUCP.

       FD  FERMAT-RESULTS
           RECORDING MODE IS F.
           COPY FERMREC.
           COPY FERMTRLR.
           COPY FERMRECX.

       FD  EUCL-REPORT
           RECORDING MODE IS F.
       01  EUCL-REPORT-RECORD  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS       PIC X(02).
           88  CTL-FOUND-OK        VALUE "00".
       01  WS-RESULTS-STATUS   PIC X(02).
           88  RESULTS-FOUND-OK    VALUE "00".
       01  WS-REPORT-STATUS    PIC X(02).
           88  REPORT-FOUND-OK     VALUE "00".

       01  WS-IN-NAME          PIC X(20).
       01  WS-START-TOTAL      PIC 9(09) COMP VALUE 0.
       01  WS-END-TOTAL        PIC 9(09) COMP VALUE 0.
       01  WS-FILTER-SW        PIC X(01) VALUE "N".
           88  FILTER-WAS-ON       VALUE "Y".
       01  WS-RANGE-SOURCE     PIC X(08) VALUE "EUCLCTL".

       01  WS-RESULTS-EOF-SW   PIC X(01) VALUE "N".
           88  RESULTS-EOF         VALUE "Y".
       01  WS-FILE-LOADED-SW   PIC X(01) VALUE "N".
           88  FILE-LOADED         VALUE "Y".
       01  WS-EXP-DONE-SW      PIC X(01) VALUE "N".
           88  EXP-DONE            VALUE "Y".
       01  WS-ANY-FILE-KEY-SW  PIC X(01) VALUE "N".
           88  ANY-FILE-KEY        VALUE "Y".

      *-----------------------------------------------------------*
      * Claves de apareo TOTAL/X/Y del proximo registro del        *
      * archivo y de la proxima terna esperada. Numericas con      *
      * ceros a la izquierda, asi que la comparacion alfanumerica  *
      * del grupo equivale a la numerica (igual que en FERMRPRT y  *
      * FERMCOMP); la entrada agotada lleva HIGH-VALUES.           *
      *-----------------------------------------------------------*
       01  WS-FILE-KEY.
           05  WS-FK-TOTAL     PIC 9(09).
           05  WS-FK-X         PIC 9(09).
           05  WS-FK-Y         PIC 9(09).
       01  WS-LAST-FILE-KEY    PIC X(27).
       01  WS-FILE-Z           PIC 9(09).
       01  WS-EXP-KEY.
           05  WS-EK-TOTAL     PIC 9(09).
           05  WS-EK-X         PIC 9(09).
           05  WS-EK-Y         PIC 9(09).
       01  WS-EXP-Z            PIC 9(09).

      *-----------------------------------------------------------*
      * Ternas primitivas esperadas del TOTAL en generacion, en    *
      * los dos ordenes de X/Y y ordenadas por X. Un perimetro     *
      * tiene muy pocas primitivas; si no caben en la tabla el     *
      * control no es confiable y se aborta.                       *
      *-----------------------------------------------------------*
       01  WS-GEN-TOTAL        PIC 9(09) COMP VALUE 0.
       01  WS-GEN-HALF         PIC 9(09) COMP.
       01  WS-GEN-REM          PIC 9(09) COMP.
       01  WS-GEN-K            PIC 9(09) COMP.
       01  WS-M                PIC 9(09) COMP.
       01  WS-M-LOW            PIC 9(09) COMP VALUE 1.
       01  WS-N                PIC 9(09) COMP.
       01  WS-MM               PIC 9(18) COMP.
       01  WS-NN               PIC 9(18) COMP.
       01  WS-M-LIMIT          PIC 9(18) COMP.
       01  WS-ET-COUNT         PIC 9(04) COMP VALUE 0.
       01  WS-ET-NEXT          PIC 9(04) COMP VALUE 0.
       01  WS-ET-MAX           PIC 9(04) COMP VALUE 100.
       01  WS-EXP-TABLE.
           05  WS-ET-ENTRY     OCCURS 100 TIMES.
               10  WS-ET-X     PIC 9(09).
               10  WS-ET-Y     PIC 9(09).
               10  WS-ET-Z     PIC 9(09).
       01  WS-ET-HOLD.
           05  WS-EH-X         PIC 9(09).
           05  WS-EH-Y         PIC 9(09).
           05  WS-EH-Z         PIC 9(09).
       01  WS-I                PIC 9(04) COMP.
       01  WS-J                PIC 9(04) COMP.

       01  WS-GCD-A            PIC 9(09) COMP.
       01  WS-GCD-B            PIC 9(09) COMP.
       01  WS-GCD-Q            PIC 9(09) COMP.
       01  WS-GCD-R            PIC 9(09) COMP.

       01  WS-EXPECTED-COUNT   PIC 9(09) COMP VALUE 0.
       01  WS-MATCHED-COUNT    PIC 9(09) COMP VALUE 0.
       01  WS-MISSING-COUNT    PIC 9(09) COMP VALUE 0.
       01  WS-SUSPECT-COUNT    PIC 9(09) COMP VALUE 0.
       01  WS-NONPRIM-COUNT    PIC 9(09) COMP VALUE 0.
       01  WS-OUTSIDE-COUNT    PIC 9(09) COMP VALUE 0.
       01  WS-TRAILER-COUNT    PIC 9(09) COMP VALUE 0.
       01  WS-ZRUN-COUNT       PIC 9(09) COMP VALUE 0.

       01  WS-SUSPECT-REASON   PIC X(50).

       01  WS-HEADING-LINE     PIC X(132).
       01  WS-D-START          PIC 9(09).
       01  WS-D-END            PIC 9(09).

       01  WS-EXCEPTION-LINE.
           05  EL-CLASS        PIC X(08).
           05  FILLER          PIC X(09) VALUE " - TOTAL=".
           05  EL-TOTAL        PIC 9(09).
           05  FILLER          PIC X(03) VALUE " X=".
           05  EL-X            PIC 9(09).
           05  FILLER          PIC X(03) VALUE " Y=".
           05  EL-Y            PIC 9(09).
           05  FILLER          PIC X(03) VALUE " Z=".
           05  EL-Z            PIC 9(09).
           05  FILLER          PIC X(03) VALUE " - ".
           05  EL-NOTE         PIC X(50).
           05  FILLER          PIC X(17) VALUE SPACES.

       01  WS-TOTALS-LINE-1.
           05  FILLER          PIC X(18) VALUE "FERMEUCL EXPECTED=".
           05  ET-EXPECTED     PIC 9(09).
           05  FILLER          PIC X(09) VALUE " MATCHED=".
           05  ET-MATCHED      PIC 9(09).
           05  FILLER          PIC X(09) VALUE " MISSING=".
           05  ET-MISSING      PIC 9(09).
           05  FILLER          PIC X(09) VALUE " SUSPECT=".
           05  ET-SUSPECT      PIC 9(09).
           05  FILLER          PIC X(51) VALUE SPACES.

       01  WS-TOTALS-LINE-2.
           05  FILLER          PIC X(23) VALUE
               "FERMEUCL NON-PRIMITIVE=".
           05  ET-NONPRIM      PIC 9(09).
           05  FILLER          PIC X(14) VALUE " OUT-OF-RANGE=".
           05  ET-OUTSIDE      PIC 9(09).
           05  FILLER          PIC X(18) VALUE " TRAILERS-SKIPPED=".
           05  ET-TRAILERS     PIC 9(09).
           05  FILLER          PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-READ-EUCL-CONTROL
           IF WS-START-TOTAL = 0 OR WS-END-TOTAL = 0
               PERFORM 020-FIND-FILE-RANGE
           END-IF
           IF WS-END-TOTAL = 0 OR WS-START-TOTAL > WS-END-TOTAL
               DISPLAY "FERMEUCL - NO TOTAL RANGE TO CHECK - "
                   WS-IN-NAME " START=" WS-START-TOTAL
                   " END=" WS-END-TOTAL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT FERMAT-RESULTS
           IF NOT RESULTS-FOUND-OK
               DISPLAY "FERMAT-RESULTS NOT FOUND - CANNOT CHECK - "
                   WS-IN-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EUCL-REPORT
           IF NOT REPORT-FOUND-OK
               DISPLAY "UNABLE TO OPEN EUCL-REPORT - EUCLRPT"
                   " STATUS=" WS-REPORT-STATUS
               CLOSE FERMAT-RESULTS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 200-WRITE-HEADINGS

           COMPUTE WS-GEN-TOTAL = WS-START-TOTAL - 1
           PERFORM 150-READ-RESULT
           PERFORM 400-NEXT-EXPECTED
           PERFORM UNTIL NOT FILE-LOADED AND EXP-DONE
               EVALUATE TRUE
                   WHEN WS-FILE-KEY < WS-EXP-KEY
                       PERFORM 350-FILE-ONLY
                       PERFORM 150-READ-RESULT
                   WHEN WS-FILE-KEY > WS-EXP-KEY
                       PERFORM 360-WRITE-MISSING
                       PERFORM 400-NEXT-EXPECTED
                   WHEN OTHER
                       ADD 1 TO WS-MATCHED-COUNT
                       PERFORM 150-READ-RESULT
                       PERFORM 400-NEXT-EXPECTED
               END-EVALUATE
           END-PERFORM

           PERFORM 500-WRITE-TOTALS
           CLOSE FERMAT-RESULTS
           CLOSE EUCL-REPORT

           DISPLAY "FERMEUCL - EXPECTED=" WS-EXPECTED-COUNT
               " MATCHED=" WS-MATCHED-COUNT
               " MISSING=" WS-MISSING-COUNT
               " SUSPECT=" WS-SUSPECT-COUNT
               " NON-PRIMITIVE=" WS-NONPRIM-COUNT
           IF WS-ZRUN-COUNT > 0
               DISPLAY "FERMEUCL - WARNING - " WS-IN-NAME
                   " CAME FROM A Z-DIRECTED SEARCH - PRIMITIVES WITH Z"
                   " OUTSIDE THE SEARCHED Z RANGE WILL SHOW AS MISSING"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-SUSPECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-MISSING-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *-----------------------------------------------------------*
      * 010-READ-EUCL-CONTROL                                     *
      * Lee de EUCLCTL el archivo a controlar, el rango de TOTAL  *
      * (blancos valen cero) y si la busqueda corrio con el       *
      * filtro de primitivas.                                     *
      *-----------------------------------------------------------*
       010-READ-EUCL-CONTROL.
           OPEN INPUT EUCL-CTL
           IF NOT CTL-FOUND-OK
               DISPLAY "EUCLCTL NOT FOUND - CANNOT CHECK"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ EUCL-CTL
               AT END
                   DISPLAY "EUCLCTL IS EMPTY - CANNOT CHECK"
                   CLOSE EUCL-CTL
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE EC-INPUT TO WS-IN-NAME
           IF EC-START-TOTAL NUMERIC
               MOVE EC-START-TOTAL TO WS-START-TOTAL
           END-IF
           IF EC-END-TOTAL NUMERIC
               MOVE EC-END-TOTAL TO WS-END-TOTAL
           END-IF
           IF EC-FILTER-ON
               MOVE "Y" TO WS-FILTER-SW
           END-IF
           CLOSE EUCL-CTL.

      *-----------------------------------------------------------*
      * 020-FIND-FILE-RANGE                                       *
      * Primera pasada sobre el archivo: el extremo del rango que *
      * EUCLCTL no informo se toma de los trailers (el menor      *
      * FT-FIRST-TOTAL y el mayor FT-LAST-TOTAL; un trailer con   *
      * FT-LAST-TOTAL en cero no cubrio nada). Es el rango que la *
      * busqueda realmente completo; el de los hallazgos grabados *
      * dejaria sin controlar las puntas. Un trailer de busqueda  *
      * dirigida por Z (FT-RUN-MODE "Z") trae el rango de Z y no  *
      * de TOTAL: con esos archivos el rango tiene que venir de   *
      * EUCLCTL y el control no corre.                            *
      *-----------------------------------------------------------*
       020-FIND-FILE-RANGE.
           MOVE "TRAILERS" TO WS-RANGE-SOURCE
           OPEN INPUT FERMAT-RESULTS
           IF NOT RESULTS-FOUND-OK
               DISPLAY "FERMAT-RESULTS NOT FOUND - CANNOT CHECK - "
                   WS-IN-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-D-START
           MOVE 0 TO WS-D-END
           PERFORM UNTIL RESULTS-EOF
               READ FERMAT-RESULTS
                   AT END
                       MOVE "Y" TO WS-RESULTS-EOF-SW
                   NOT AT END
                       IF FT-TRAILER-MARK AND FT-ZSEARCH-RUN
                           ADD 1 TO WS-ZRUN-COUNT
                       END-IF
                       IF FT-TRAILER-MARK AND NOT FT-ZSEARCH-RUN
                          AND FT-LAST-TOTAL NUMERIC
                          AND FT-FIRST-TOTAL NUMERIC
                          AND FT-LAST-TOTAL > 0
                           IF WS-D-START = 0
                              OR FT-FIRST-TOTAL < WS-D-START
                               MOVE FT-FIRST-TOTAL TO WS-D-START
                           END-IF
                           IF FT-LAST-TOTAL > WS-D-END
                               MOVE FT-LAST-TOTAL TO WS-D-END
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FERMAT-RESULTS
           MOVE "N" TO WS-RESULTS-EOF-SW
           IF WS-ZRUN-COUNT > 0
               DISPLAY "FERMEUCL - " WS-IN-NAME
                   " HAS Z-DIRECTED SEARCH TRAILERS - THEIR RANGE IS Z,"
                   " NOT TOTAL - GIVE THE TOTAL RANGE IN EUCLCTL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-START-TOTAL = 0
               MOVE WS-D-START TO WS-START-TOTAL
           END-IF
           IF WS-END-TOTAL = 0
               MOVE WS-D-END TO WS-END-TOTAL
           END-IF.

      *-----------------------------------------------------------*
      * 150-READ-RESULT                                           *
      * Carga el proximo registro de detalle del archivo dentro   *
      * del rango y su clave TOTAL/X/Y. Los trailers se saltean;  *
      * los registros fuera del rango se cuentan y se saltean; un *
      * registro que no es de N=2 (incluidos los mixtos), uno     *
      * repetido o uno fuera de orden va como sospechoso y no     *
      * entra al apareo. Al agotarse el archivo la clave queda en *
      * HIGH-VALUES.                                              *
      *-----------------------------------------------------------*
       150-READ-RESULT.
           MOVE "N" TO WS-FILE-LOADED-SW
           PERFORM UNTIL RESULTS-EOF OR FILE-LOADED
               READ FERMAT-RESULTS
                   AT END
                       MOVE "Y" TO WS-RESULTS-EOF-SW
                   NOT AT END
                       PERFORM 160-SCREEN-ONE-RECORD
               END-READ
           END-PERFORM
           IF NOT FILE-LOADED
               MOVE HIGH-VALUES TO WS-FILE-KEY
           END-IF.

       160-SCREEN-ONE-RECORD.
           EVALUATE TRUE
               WHEN FT-TRAILER-MARK
                   ADD 1 TO WS-TRAILER-COUNT
                   IF FT-ZSEARCH-RUN
                       ADD 1 TO WS-ZRUN-COUNT
                   END-IF
               WHEN FX-MIXED-MARK
                   MOVE FX-TOTAL TO WS-FK-TOTAL
                   MOVE FX-X     TO WS-FK-X
                   MOVE FX-Y     TO WS-FK-Y
                   MOVE FX-Z     TO WS-FILE-Z
                   MOVE "MIXED-EXPONENT RECORD, NOT N=2"
                       TO WS-SUSPECT-REASON
                   PERFORM 370-WRITE-SUSPECT
               WHEN FR-N NOT NUMERIC OR FR-TOTAL NOT NUMERIC
                 OR FR-X NOT NUMERIC OR FR-Y NOT NUMERIC
                 OR FR-Z NOT NUMERIC
                   MOVE 0 TO WS-FK-TOTAL WS-FK-X WS-FK-Y WS-FILE-Z
                   MOVE "UNREADABLE RECORD" TO WS-SUSPECT-REASON
                   PERFORM 370-WRITE-SUSPECT
               WHEN FR-TOTAL < WS-START-TOTAL
                 OR FR-TOTAL > WS-END-TOTAL
                   ADD 1 TO WS-OUTSIDE-COUNT
               WHEN OTHER
                   MOVE FR-TOTAL TO WS-FK-TOTAL
                   MOVE FR-X     TO WS-FK-X
                   MOVE FR-Y     TO WS-FK-Y
                   MOVE FR-Z     TO WS-FILE-Z
                   EVALUATE TRUE
                       WHEN FR-N NOT = 2
                           MOVE "RECORD IS NOT N=2"
                               TO WS-SUSPECT-REASON
                           PERFORM 370-WRITE-SUSPECT
                       WHEN ANY-FILE-KEY
                        AND WS-FILE-KEY = WS-LAST-FILE-KEY
                           MOVE "DUPLICATE RECORD" TO WS-SUSPECT-REASON
                           PERFORM 370-WRITE-SUSPECT
                       WHEN ANY-FILE-KEY
                        AND WS-FILE-KEY < WS-LAST-FILE-KEY
                           MOVE "OUT OF TOTAL/X/Y SEQUENCE"
                               TO WS-SUSPECT-REASON
                           PERFORM 370-WRITE-SUSPECT
                       WHEN OTHER
                           MOVE WS-FILE-KEY TO WS-LAST-FILE-KEY
                           MOVE "Y" TO WS-ANY-FILE-KEY-SW
                           MOVE "Y" TO WS-FILE-LOADED-SW
                   END-EVALUATE
           END-EVALUATE.

      *-----------------------------------------------------------*
      * 200-WRITE-HEADINGS                                        *
      * Titulo con el archivo, el rango controlado y de donde     *
      * salio, y si se esperaba el filtro de primitivas.          *
      *-----------------------------------------------------------*
       200-WRITE-HEADINGS.
           MOVE WS-START-TOTAL TO WS-D-START
           MOVE WS-END-TOTAL   TO WS-D-END
           MOVE SPACES TO WS-HEADING-LINE
           STRING "FERMEUCL - N=2 COMPLETENESS CHECK (EUCLID) - INPUT="
                  WS-IN-NAME
                  " TOTAL " WS-D-START "-" WS-D-END
                  " FROM " WS-RANGE-SOURCE
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO EUCL-REPORT-RECORD
           WRITE EUCL-REPORT-RECORD
           MOVE SPACES TO WS-HEADING-LINE
           IF FILTER-WAS-ON
               MOVE SPACES TO WS-HEADING-LINE
               STRING "  PRIMITIVE FILTER EXPECTED ON - NON-PRIMITIVE"
                      " RECORDS ARE SUSPECT"
                   DELIMITED BY SIZE INTO WS-HEADING-LINE
           ELSE
               MOVE SPACES TO WS-HEADING-LINE
               STRING "  PRIMITIVE FILTER EXPECTED OFF - NON-PRIMITIVE"
                      " RECORDS ARE COUNTED ONLY"
                   DELIMITED BY SIZE INTO WS-HEADING-LINE
           END-IF
           MOVE WS-HEADING-LINE TO EUCL-REPORT-RECORD
           WRITE EUCL-REPORT-RECORD
           MOVE SPACES TO EUCL-REPORT-RECORD
           WRITE EUCL-REPORT-RECORD.

      *-----------------------------------------------------------*
      * 350-FILE-ONLY                                             *
      * Registro del archivo sin terna esperada con su clave. Si  *
      * es primitivo (X, Y y Z sin divisor comun) la formula de   *
      * Euclides dice que no puede existir: sospechoso. Si no es  *
      * primitivo es un multiplo escalado, legitimo salvo que la  *
      * busqueda haya corrido con el filtro de primitivas.        *
      *-----------------------------------------------------------*
       350-FILE-ONLY.
           MOVE WS-FK-X   TO WS-GCD-A
           MOVE WS-FK-Y   TO WS-GCD-B
           PERFORM 450-EUCLID-STEP UNTIL WS-GCD-B = 0
           MOVE WS-FILE-Z TO WS-GCD-B
           PERFORM 450-EUCLID-STEP UNTIL WS-GCD-B = 0
           EVALUATE TRUE
               WHEN WS-GCD-A = 1
                   MOVE "UNEXPECTED PRIMITIVE - NOT FROM EUCLID M/N"
                       TO WS-SUSPECT-REASON
                   PERFORM 370-WRITE-SUSPECT
               WHEN FILTER-WAS-ON
                   MOVE "NON-PRIMITIVE WITH PRIMITIVE FILTER ON"
                       TO WS-SUSPECT-REASON
                   PERFORM 370-WRITE-SUSPECT
               WHEN OTHER
                   ADD 1 TO WS-NONPRIM-COUNT
           END-EVALUATE.

      *-----------------------------------------------------------*
      * 360-WRITE-MISSING                                         *
      * Terna primitiva esperada que el archivo no trae: la       *
      * busqueda la salteo.                                       *
      *-----------------------------------------------------------*
       360-WRITE-MISSING.
           ADD 1 TO WS-MISSING-COUNT
           MOVE "MISSING " TO EL-CLASS
           MOVE WS-EK-TOTAL TO EL-TOTAL
           MOVE WS-EK-X     TO EL-X
           MOVE WS-EK-Y     TO EL-Y
           MOVE WS-EXP-Z    TO EL-Z
           MOVE "SEARCH MISS - EXPECTED PRIMITIVE NOT IN FILE"
               TO EL-NOTE
           MOVE WS-EXCEPTION-LINE TO EUCL-REPORT-RECORD
           WRITE EUCL-REPORT-RECORD.

       370-WRITE-SUSPECT.
           ADD 1 TO WS-SUSPECT-COUNT
           MOVE "SUSPECT " TO EL-CLASS
           MOVE WS-FK-TOTAL TO EL-TOTAL
           MOVE WS-FK-X     TO EL-X
           MOVE WS-FK-Y     TO EL-Y
           MOVE WS-FILE-Z   TO EL-Z
           MOVE WS-SUSPECT-REASON TO EL-NOTE
           MOVE WS-EXCEPTION-LINE TO EUCL-REPORT-RECORD
           WRITE EUCL-REPORT-RECORD.

      *-----------------------------------------------------------*
      * 400-NEXT-EXPECTED                                         *
      * Deja en WS-EXP-KEY la proxima terna esperada en orden     *
      * TOTAL/X/Y. Cuando se agota la tabla del TOTAL corriente   *
      * avanza al siguiente TOTAL que tenga primitivas; pasado el *
      * fin del rango la clave queda en HIGH-VALUES.              *
      *-----------------------------------------------------------*
       400-NEXT-EXPECTED.
           PERFORM UNTIL WS-ET-NEXT < WS-ET-COUNT OR EXP-DONE
               IF WS-GEN-TOTAL >= WS-END-TOTAL
                   MOVE "Y" TO WS-EXP-DONE-SW
               ELSE
                   ADD 1 TO WS-GEN-TOTAL
                   PERFORM 410-BUILD-TOTAL-TABLE
               END-IF
           END-PERFORM
           IF EXP-DONE
               MOVE HIGH-VALUES TO WS-EXP-KEY
           ELSE
               ADD 1 TO WS-ET-NEXT
               MOVE WS-GEN-TOTAL TO WS-EK-TOTAL
               MOVE WS-ET-X (WS-ET-NEXT) TO WS-EK-X
               MOVE WS-ET-Y (WS-ET-NEXT) TO WS-EK-Y
               MOVE WS-ET-Z (WS-ET-NEXT) TO WS-EXP-Z
               ADD 1 TO WS-EXPECTED-COUNT
           END-IF.

      *-----------------------------------------------------------*
      * 410-BUILD-TOTAL-TABLE                                     *
      * Genera las primitivas de perimetro WS-GEN-TOTAL. Como     *
      * TOTAL = 2*m*(m+n), solo los TOTAL pares tienen            *
      * primitivas, m tiene que dividir a TOTAL/2 y la condicion  *
      * 0 < n < m acota m a 4*m*m > TOTAL y 2*m*m < TOTAL. La     *
      * cota inferior WS-M-LOW solo crece con el TOTAL, asi que   *
      * se arrastra de un TOTAL al siguiente.                     *
      *-----------------------------------------------------------*
       410-BUILD-TOTAL-TABLE.
           MOVE 0 TO WS-ET-COUNT
           MOVE 0 TO WS-ET-NEXT
           DIVIDE WS-GEN-TOTAL BY 2
               GIVING WS-GEN-HALF REMAINDER WS-GEN-REM
           IF WS-GEN-REM = 0
               COMPUTE WS-M-LIMIT = 4 * WS-M-LOW * WS-M-LOW
               PERFORM UNTIL WS-M-LIMIT > WS-GEN-TOTAL
                   ADD 1 TO WS-M-LOW
                   COMPUTE WS-M-LIMIT = 4 * WS-M-LOW * WS-M-LOW
               END-PERFORM
               MOVE WS-M-LOW TO WS-M
               COMPUTE WS-M-LIMIT = 2 * WS-M * WS-M
               PERFORM UNTIL WS-M-LIMIT >= WS-GEN-TOTAL
                   PERFORM 420-TRY-ONE-M
                   ADD 1 TO WS-M
                   COMPUTE WS-M-LIMIT = 2 * WS-M * WS-M
               END-PERFORM
               IF WS-ET-COUNT > 1
                   PERFORM 430-SORT-TOTAL-TABLE
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 420-TRY-ONE-M                                             *
      * Si m divide a TOTAL/2, n = TOTAL/(2*m) - m; el par da una *
      * primitiva cuando m - n es impar y m, n son primos entre   *
      * si. La terna entra a la tabla en los dos ordenes de X/Y.  *
      *-----------------------------------------------------------*
       420-TRY-ONE-M.
           DIVIDE WS-GEN-HALF BY WS-M
               GIVING WS-GEN-K REMAINDER WS-GEN-REM
           IF WS-GEN-REM = 0 AND WS-GEN-K > WS-M
               COMPUTE WS-N = WS-GEN-K - WS-M
               DIVIDE WS-GEN-K BY 2
                   GIVING WS-GCD-Q REMAINDER WS-GEN-REM
      *    m + n impar equivale a m - n impar
               IF WS-N < WS-M AND WS-GEN-REM = 1
                   MOVE WS-M TO WS-GCD-A
                   MOVE WS-N TO WS-GCD-B
                   PERFORM 450-EUCLID-STEP UNTIL WS-GCD-B = 0
                   IF WS-GCD-A = 1
                       IF WS-ET-COUNT + 2 > WS-ET-MAX
                           DISPLAY "FERMEUCL - EXPECTED TABLE FULL AT"
                               " TOTAL=" WS-GEN-TOTAL
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       COMPUTE WS-MM = WS-M * WS-M
                       COMPUTE WS-NN = WS-N * WS-N
                       ADD 1 TO WS-ET-COUNT
                       COMPUTE WS-ET-X (WS-ET-COUNT) = WS-MM - WS-NN
                       COMPUTE WS-ET-Y (WS-ET-COUNT) = 2 * WS-M * WS-N
                       COMPUTE WS-ET-Z (WS-ET-COUNT) = WS-MM + WS-NN
                       ADD 1 TO WS-ET-COUNT
                       MOVE WS-ET-Y (WS-ET-COUNT - 1)
                           TO WS-ET-X (WS-ET-COUNT)
                       MOVE WS-ET-X (WS-ET-COUNT - 1)
                           TO WS-ET-Y (WS-ET-COUNT)
                       MOVE WS-ET-Z (WS-ET-COUNT - 1)
                           TO WS-ET-Z (WS-ET-COUNT)
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 430-SORT-TOTAL-TABLE                                      *
      * Ordena por X (insercion; la tabla de un TOTAL es chica),  *
      * el orden en que FERMAT.CBL graba las soluciones de un     *
      * mismo TOTAL. Dos entradas de un mismo TOTAL nunca         *
      * comparten X.                                              *
      *-----------------------------------------------------------*
       430-SORT-TOTAL-TABLE.
           PERFORM VARYING WS-I FROM 2 BY 1 UNTIL WS-I > WS-ET-COUNT
               MOVE WS-ET-ENTRY (WS-I) TO WS-ET-HOLD
               MOVE WS-I TO WS-J
               PERFORM UNTIL WS-J < 2
                          OR WS-ET-X (WS-J - 1) <= WS-EH-X
                   MOVE WS-ET-ENTRY (WS-J - 1) TO WS-ET-ENTRY (WS-J)
                   SUBTRACT 1 FROM WS-J
               END-PERFORM
               MOVE WS-ET-HOLD TO WS-ET-ENTRY (WS-J)
           END-PERFORM.

      *-----------------------------------------------------------*
      * 450-EUCLID-STEP                                           *
      * Un paso del algoritmo de Euclides sobre WS-GCD-A y        *
      * WS-GCD-B, igual que 140-EUCLID-STEP de FERMAT.CBL;        *
      * repetido hasta WS-GCD-B = 0 deja el maximo comun divisor  *
      * en WS-GCD-A.                                              *
      *-----------------------------------------------------------*
       450-EUCLID-STEP.
           DIVIDE WS-GCD-A BY WS-GCD-B
               GIVING WS-GCD-Q REMAINDER WS-GCD-R
           MOVE WS-GCD-B TO WS-GCD-A
           MOVE WS-GCD-R TO WS-GCD-B.

      *-----------------------------------------------------------*
      * 500-WRITE-TOTALS                                          *
      * Cierra el reporte con los totales del control.            *
      *-----------------------------------------------------------*
       500-WRITE-TOTALS.
           IF WS-MISSING-COUNT = 0 AND WS-SUSPECT-COUNT = 0
               MOVE "  NO SEARCH MISSES AND NO SUSPECT RECORDS"
                   TO EUCL-REPORT-RECORD
               WRITE EUCL-REPORT-RECORD
           END-IF
           MOVE SPACES TO EUCL-REPORT-RECORD
           WRITE EUCL-REPORT-RECORD
           MOVE WS-EXPECTED-COUNT TO ET-EXPECTED
           MOVE WS-MATCHED-COUNT  TO ET-MATCHED
           MOVE WS-MISSING-COUNT  TO ET-MISSING
           MOVE WS-SUSPECT-COUNT  TO ET-SUSPECT
           MOVE WS-TOTALS-LINE-1 TO EUCL-REPORT-RECORD
           WRITE EUCL-REPORT-RECORD
           MOVE WS-NONPRIM-COUNT  TO ET-NONPRIM
           MOVE WS-OUTSIDE-COUNT  TO ET-OUTSIDE
           MOVE WS-TRAILER-COUNT  TO ET-TRAILERS
           MOVE WS-TOTALS-LINE-2 TO EUCL-REPORT-RECORD
           WRITE EUCL-REPORT-RECORD.

       END PROGRAM FERMEUCL.
